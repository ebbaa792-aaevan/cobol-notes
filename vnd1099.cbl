      * A/B.../C group per form, and the
      * summary prints the form and box on
      * every line.
      *
      * The run that actually goes to the IRS
      * is marked as the filing copy, and
      * every B record it writes is kept on
      * the filed-1099 snapshot - vendor, form,
      * box, amount, and the payee as filed -
      * so VND1099C can tell later what was
      * reported when a void, a vendor merge
      * or a reclassification moves a total.
      * A later filing copy for the same
      * company and year replaces the set.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sl1099.cbl".

           COPY "sl1099f.cbl".

           COPY "slpaydtl.cbl".

           COPY "slprint.cbl".

           COPY "fd1099.cbl".

           COPY "fd1099f.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscase01.cbl".

       77  COMPANY-CODE                PIC 9(01).

           COPY "wscompny.cbl".

           COPY "wsmask.cbl".

       77  VENDOR-AT-END               PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  TAX-YEAR                    PIC 9(04).
       77  RECORD-AS-FILED             PIC X(01).
       77  FILED-AT-END                PIC X(01).
       77  FILED-PURGE-COUNT           PIC 9(05) VALUE ZERO.

       77  PH-INDEX                    PIC 9(01).
       77  DETAIL-AT-END               PIC X(01).
           05 FB-PAYMENT-AMOUNT-1      PIC 9(12).
           05 FB-FORM                  PIC X(03).
           05 FB-BOX                   PIC 9(02).
           05 FB-CORRECTED-RETURN      PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(587) VALUE SPACE.

       01  FIRE-C-RECORD.
           05 FC-RECORD-TYPE           PIC X(01) VALUE "C".
           PERFORM OPEN-THE-REPORT.
           PERFORM ENTER-TAX-YEAR.
           PERFORM ENTER-PAYER-IDENTITY.
           PERFORM ASK-RECORD-AS-FILED.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN OUTPUT IRS-FIRE-FILE.
           IF RECORD-AS-FILED = "Y"
               OPEN I-O FILED-1099-FILE
               PERFORM PURGE-EARLIER-SNAPSHOT.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE IRS-FIRE-FILE.
           IF RECORD-AS-FILED = "Y"
               CLOSE FILED-1099-FILE.

       ENTER-TAX-YEAR.
           DISPLAY "ENTER TAX YEAR TO REPORT (CCYY)".
           DISPLAY "ENTER PAYER NAME".
           ACCEPT PAYER-NAME.

       ASK-RECORD-AS-FILED.
           DISPLAY "IS THIS THE COPY GOING TO THE IRS - RECORD IT "
                   "AS FILED (Y/N)?".
           ACCEPT RECORD-AS-FILED.
           INSPECT RECORD-AS-FILED
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF RECORD-AS-FILED NOT = "Y" AND
              RECORD-AS-FILED NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-RECORD-AS-FILED.

      *------------------------------------------
      * A filing copy replaces whatever an
      * earlier filing copy recorded for this
      * company and year - a refiled original
      * is the one the IRS now holds.
      *------------------------------------------
       PURGE-EARLIER-SNAPSHOT.
           MOVE COMPANY-CODE TO F99-COMPANY.
           MOVE TAX-YEAR     TO F99-TAX-YEAR.
           MOVE ZEROES       TO F99-VENDOR
                                F99-BOX.
           MOVE SPACES       TO F99-FORM.
           MOVE "N" TO FILED-AT-END.
           START FILED-1099-FILE
               KEY IS NOT LESS THAN F99-KEY
               INVALID KEY MOVE "Y" TO FILED-AT-END.
           PERFORM PURGE-ONE-SNAPSHOT-RECORD
               UNTIL FILED-AT-END = "Y".
           IF FILED-PURGE-COUNT NOT = ZEROES
               DISPLAY "REPLACING " FILED-PURGE-COUNT
                       " GROUPS RECORDED BY AN EARLIER FILING COPY".

       PURGE-ONE-SNAPSHOT-RECORD.
           READ FILED-1099-FILE NEXT RECORD
               AT END MOVE "Y" TO FILED-AT-END.
           IF FILED-AT-END = "N"
               IF F99-COMPANY NOT = COMPANY-CODE OR
                  F99-TAX-YEAR NOT = TAX-YEAR
                   MOVE "Y" TO FILED-AT-END
               ELSE
                   DELETE FILED-1099-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING FILED-1099 RECORD"
                   END-DELETE
                   ADD 1 TO FILED-PURGE-COUNT.

      *------------------------------------------
      * Which company's books?  The company
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
           MOVE VTT-BOX (TOTAL-INDEX)  TO FB-BOX.
           MOVE FIRE-B-RECORD     TO IRS-FIRE-RECORD.
           WRITE IRS-FIRE-RECORD.
           IF RECORD-AS-FILED = "Y"
               PERFORM WRITE-FILED-SNAPSHOT.

       WRITE-FILED-SNAPSHOT.
           MOVE COMPANY-CODE      TO F99-COMPANY.
           MOVE TAX-YEAR          TO F99-TAX-YEAR.
           MOVE VTT-VENDOR (TOTAL-INDEX) TO F99-VENDOR.
           MOVE VTT-FORM (TOTAL-INDEX)   TO F99-FORM.
           MOVE VTT-BOX (TOTAL-INDEX)    TO F99-BOX.
           MOVE VENDOR-PAID-TOTAL TO F99-AMOUNT.
           MOVE VENDOR-NAME       TO F99-PAYEE-NAME.
           MOVE VENDOR-TAX-ID     TO F99-PAYEE-TIN.
           MOVE VENDOR-ADDRESS-1  TO F99-ADDRESS-1.
           MOVE VENDOR-ADDRESS-2  TO F99-ADDRESS-2.
           MOVE VENDOR-CITY       TO F99-CITY.
           MOVE VENDOR-STATE      TO F99-STATE.
           MOVE VENDOR-ZIP        TO F99-ZIP.
           MOVE RUN-DATE          TO F99-FILED-DATE.
           MOVE ZEROES            TO F99-CORRECTED-DATE
                                     F99-CORRECTION-COUNT.
           WRITE FILED-1099-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING FILED-1099 RECORD".

       SQUEEZE-VENDOR-TIN.
           MOVE VENDOR-TAX-ID TO TIN-WORK.
       DISPLAY-VENDOR-1099-LINE.
           MOVE VENDOR-NUMBER TO VENDOR-NUMBER-FIELD.
           MOVE VENDOR-PAID-TOTAL TO VENDOR-PAID-TOTAL-FIELD.
           MOVE VENDOR-TAX-ID TO MASK-SOURCE.
           PERFORM MASK-LAST-FOUR.
           MOVE SPACE TO PRINT-LINE
           STRING VENDOR-NUMBER-FIELD
                  " "
                  VENDOR-NAME
                  " "
                  MASK-RESULT (1:11)
                  " "
                  VTT-FORM (TOTAL-INDEX)
                  " BOX "
               AT END MOVE "Y" TO HISTORY-AT-END.

           COPY "plprint.cbl".

           COPY "plmask.cbl".
