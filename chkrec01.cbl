                   AT END MOVE "Y" TO REGISTER-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
