           MOVE TRAINING-VOUCHER-RECORD TO VOUCHER-RECORD.
           MOVE TRAINING-COMPANY TO VOUCHER-COMPANY.
           MOVE "N" TO VOUCHER-SELECTED.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "DUPLICATE VOUCHER " VOUCHER-NUMBER
       READ-NEXT-EXPORT-VOUCHER.
           READ TRAINING-VOUCHER-FILE
               AT END MOVE "Y" TO VOUCHER-AT-END.

           COPY "plvopen.cbl".
