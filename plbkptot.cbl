      *----------------------------------
      * PLBKPTOT.CBL
      * Counts and totals of a backup
      * image, one line at a time, so
      * BKPGEN01 writing the image and
      * BKPVFY01 reading it back add up
      * exactly the same way.  Set
      * BKP-FILE-SEQ to the master's
      * place in BKM-MASTER-TABLE first.
      *----------------------------------
       CLEAR-IMAGE-TOTALS.
           MOVE ZEROES TO BKP-RECORD-COUNT
                          BKP-KEY-TOTAL
                          BKP-HIGH-KEY
                          BKP-AMOUNT-TOTAL
                          BKP-PAID-TOTAL.

       ADD-IMAGE-TO-TOTALS.
           ADD 1 TO BKP-RECORD-COUNT.
           IF BKM-KEY-LENGTH (BKP-FILE-SEQ) > ZERO
               PERFORM ADD-IMAGE-KEY.
           IF BKM-MONEY-VIEW (BKP-FILE-SEQ) = "V"
               IF BKI-VOUCHER-AMOUNT IS NUMERIC AND
                  BKI-VOUCHER-PAID-AMOUNT IS NUMERIC
                   ADD BKI-VOUCHER-AMOUNT TO BKP-AMOUNT-TOTAL
                   ADD BKI-VOUCHER-PAID-AMOUNT TO BKP-PAID-TOTAL.
           IF BKM-MONEY-VIEW (BKP-FILE-SEQ) = "C"
               IF BKI-CHECK-AMOUNT IS NUMERIC
                   ADD BKI-CHECK-AMOUNT TO BKP-AMOUNT-TOTAL.

       ADD-IMAGE-KEY.
           MOVE ALL "0" TO BKP-KEY-TEXT.
           COMPUTE BKP-KEY-START =
               9 - BKM-KEY-LENGTH (BKP-FILE-SEQ).
           MOVE BACKUP-IMAGE-RECORD
                (1:BKM-KEY-LENGTH (BKP-FILE-SEQ))
             TO BKP-KEY-TEXT
                (BKP-KEY-START:BKM-KEY-LENGTH (BKP-FILE-SEQ)).
           IF BKP-KEY-NUMBER IS NUMERIC
               ADD BKP-KEY-NUMBER TO BKP-KEY-TOTAL
               IF BKP-KEY-NUMBER > BKP-HIGH-KEY
                   MOVE BKP-KEY-NUMBER TO BKP-HIGH-KEY.
