               AT END MOVE "Y" TO SCAN-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
