
       REPLAY-ADD.
           ADD 1 TO ADD-COUNT.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               REWRITE VOUCHER-RECORD

       REPLAY-REWRITE.
           ADD 1 TO REWRITE-COUNT.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               WRITE VOUCHER-RECORD
       READ-NEXT-JOURNAL-ENTRY.
           READ VOUCHER-JOURNAL-FILE
               AT END MOVE "Y" TO JOURNAL-AT-END.

           COPY "plvopen.cbl".
