
           COPY "wscompny.cbl".

           COPY "wsmask.cbl".

       77  COMPANY-CODE                PIC 9(01).

       77  VOUCHER-AT-END              PIC X(01).
           PERFORM TOTAL-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

      * An employee reimbursement ("E") is never
      * 1099-reportable - it is not a payment
      * for services, and the employee is not
      * on the vendor master to file under.
       TOTAL-ONE-LIVE-VOUCHER.
           MOVE ZEROES TO THIS-VOUCHER-PAID.
           IF VOUCHER-COMPANY NOT = COMPANY-CODE OR
              VOUCHER-ONE-TIME-FLAG = "E"
               CONTINUE
           ELSE
               MOVE VOUCHER-NUMBER TO DETAIL-WALK-VOUCHER

       TOTAL-ONE-ARCHIVED-VOUCHER.
           MOVE ZEROES TO THIS-VOUCHER-PAID.
           IF VCH-HIST-COMPANY NOT = COMPANY-CODE OR
              VCH-HIST-ONE-TIME-FLAG = "E"
               CONTINUE
           ELSE
               MOVE VCH-HIST-NUMBER TO DETAIL-WALK-VOUCHER
                   MOVE "Y" TO DETAIL-ROWS-FOUND
                   PERFORM TALLY-ONE-DETAIL-PAYMENT.

      * A WOFRUN01 write-off row ("O") moved no
      * money to the vendor, and a virtual-card
      * payment ("V") is the card processor's to
      * report on 1099-K - neither is counted.
       TALLY-ONE-DETAIL-PAYMENT.
           IF PDT-DATE (1:4) = TAX-YEAR AND
              PDT-METHOD NOT = "O" AND
              PDT-METHOD NOT = "V"
               ADD PDT-AMOUNT TO THIS-VOUCHER-PAID.

      *------------------------------------------
           STRING "RECIPIENT: " VENDOR-NAME
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE VENDOR-TAX-ID TO MASK-SOURCE.
           PERFORM MASK-LAST-FOUR.
           MOVE SPACE TO FORM-LINE.
           STRING "RECIPIENT TIN: " MASK-RESULT
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plmask.cbl".
