               AT END MOVE "Y" TO VOUCHER-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".


           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
