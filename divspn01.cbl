           PERFORM TALLY-THE-PAYMENTS
               UNTIL DETAIL-AT-END = "Y".

      * A WOFRUN01 write-off row ("O") moved no
      * money to the vendor and is not spend.
       TALLY-THE-PAYMENTS.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-DATE NOT < RANGE-FROM-DATE AND
                  PDT-DATE NOT > RANGE-THRU-DATE AND
                  PDT-METHOD NOT = "O"
                   PERFORM TALLY-ONE-PAYMENT.

       TALLY-ONE-PAYMENT.
      *------------------------------------------
      * The voucher the payment settled names
      * the vendor - live file first, the
      * archive VCHARC01 writes second.  An
      * employee reimbursement ("E") names no
      * vendor at all and stays out of the
      * spend base.
      *------------------------------------------
       FIND-PAYMENT-VENDOR.
           MOVE ZEROES TO PAYMENT-VENDOR.
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "Y"
               IF VOUCHER-ONE-TIME-FLAG NOT = "E"
                   MOVE VOUCHER-VENDOR TO PAYMENT-VENDOR
               END-IF
           ELSE
               MOVE PDT-VOUCHER-NUMBER TO VCH-HIST-NUMBER
               MOVE "Y" TO HISTORY-RECORD-FOUND
                   INVALID KEY
                      MOVE "N" TO HISTORY-RECORD-FOUND
               END-READ
               IF HISTORY-RECORD-FOUND = "Y" AND
                  VCH-HIST-ONE-TIME-FLAG NOT = "E"
                   MOVE VCH-HIST-VENDOR TO PAYMENT-VENDOR.

       FIND-VENDOR-CLASS.
