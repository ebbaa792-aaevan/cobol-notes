      * check number, so CHKVOD01's alternate-
      * key walk, CHKPRT01's stub and CHKREC01
      * all see the whole group.
      *
      * A "V" vendor is paid by single-use
      * virtual card: each voucher becomes one
      * card-payment request on vcardreq for
      * the bank's card program, logged on
      * vcardlog under the run ID.  The card
      * is not money out of the account until
      * the vendor charges it, so the voucher
      * stays uncleared until VCDSET01 matches
      * the bank's settlement file back to it.
      *
      * Nobody on the OFAC sanctions list is
      * paid: a vendor, remit-to or one-time
      * payee name with an open or confirmed
      * hit (SDNSCR01, SDNREV01) is held the
      * way a TIN mismatch is.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slwirlog.cbl".

           COPY "slvcdreq.cbl".

           COPY "slvcdlog.cbl".

           SELECT FUNDING-NOTICE-FILE
               ASSIGN TO FUNDING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slfxrate.cbl".

           COPY "slemploy.cbl".

           COPY "slsdnlst.cbl".

           COPY "slsdnhit.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdwirlog.cbl".

           COPY "fdvcdreq.cbl".

           COPY "fdvcdlog.cbl".

      *------------------------------------------
      * The treasury funding notice - the
      * written replacement for the end-of-

           COPY "fdfxrate.cbl".

           COPY "fdemploy.cbl".

           COPY "fdsdnlst.cbl".

           COPY "fdsdnhit.cbl".

       WORKING-STORAGE SECTION.

      *------------------------------------------
       77  RESTART-ANSWER              PIC X(01).
       77  RUN-ID                      PIC 9(06).
       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.
       77  COMPANY-CODE                PIC 9(01).
      *    "Y" pays every company's selected vouchers in one
      *    pass - one check-number sequence off the shared bank

       77  VOUCHER-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  EMPLOYEE-RECORD-FOUND       PIC X(01).
       77  BANK-RECORD-FOUND           PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  NO-RECEIPT-COUNT            PIC 9(05) VALUE ZERO.
       77  TIN-MISMATCH-COUNT          PIC 9(05) VALUE ZERO.
       77  VENDOR-TIN-IS-GOOD          PIC X(01).
       77  SANCTIONS-HOLD-COUNT        PIC 9(05) VALUE ZERO.
       77  PARTY-IS-CLEAR              PIC X(01).
       77  HIT-RECORD-FOUND            PIC X(01).
       77  SANCTION-PARTY-TYPE         PIC X(01).
       77  SANCTION-PARTY-NUMBER       PIC 9(07).
       77  SANCTION-PARTY-NAME         PIC X(30).
       77  COMPLIANCE-HOLD-COUNT       PIC 9(05) VALUE ZERO.
       77  VENDOR-DOCS-CURRENT         PIC X(01).
       77  DOC-RECORD-FOUND            PIC X(01).
      * does not go live early.
      *------------------------------------------
       77  VENDOR-ACH-IS-LIVE          PIC X(01).
       77  VENDOR-SWEEP-AT-END         PIC X(01).
       77  PRENOTE-WAIT-DAYS           PIC 9(02) VALUE 10.
       77  PRENOTE-READY-DATE          PIC 9(08).
       77  PRENOTE-COUNT               PIC 9(05) VALUE ZERO.

           COPY "wsterms.cbl".

           COPY "wssdnchk.cbl".

      *------------------------------------------
      * Wire payments - method "W" vendors are
      * branched onto the wire-instruction file
           05 WIR-CURRENCY             PIC X(03) VALUE "USD".
           05 FILLER                   PIC X(19) VALUE SPACE.

      *------------------------------------------
      * Virtual-card payments - method "V"
      * vendors, one request per voucher so
      * the bank's settlement comes back
      * voucher by voucher.
      *------------------------------------------
       77  VCARD-COUNT                  PIC 9(05) VALUE ZERO.
       77  VCARD-SEQ                    PIC 9(03) VALUE ZERO.
       77  VCARD-LOG-WRITTEN            PIC X(01).
       77  VCARD-TOTAL                  PIC S9(08)V99 VALUE ZERO.
       77  VCARD-AMOUNT-IN-CENTS        PIC 9(10).

       01  VCARD-DETAIL-RECORD.
           05 VCQ-REQUEST-ID.
              10 VCQ-RUN-ID            PIC 9(06).
              10 VCQ-CARD-SEQ          PIC 9(03).
           05 VCQ-VENDOR               PIC 9(05).
           05 VCQ-PAYEE-NAME           PIC X(30).
           05 VCQ-AMOUNT               PIC 9(10).
           05 VCQ-CURRENCY             PIC X(03) VALUE "USD".
           05 VCQ-VOUCHER-NUMBER       PIC 9(07).
           05 VCQ-INVOICE              PIC X(15).
           05 VCQ-EMAIL                PIC X(50).
           05 VCQ-REQUEST-DATE         PIC 9(08).
           05 FILLER                   PIC X(03) VALUE SPACE.

       77  ACH-ENTRY-COUNT               PIC 9(06) VALUE ZERO.
       77  ACH-ENTRY-HASH                PIC 9(10) VALUE ZERO.
       77  ACH-CREDIT-TOTAL               PIC 9(10)V99 VALUE ZERO.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           OPEN I-O ACH-TRANSMIT-LOG-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O CHECK-RUN-CHECKPOINT-FILE.
           OPEN INPUT BANK-CALENDAR-FILE.
           OPEN I-O ADVANCE-LEDGER-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT SDN-LIST-FILE.
           OPEN I-O SDN-HIT-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "CHKRUN01" TO JRN-PROGRAM.
           OPEN EXTEND NRA-LEDGER-FILE.
           OPEN EXTEND WIRE-INSTRUCTION-FILE.
           OPEN I-O WIRE-LOG-FILE.
           OPEN EXTEND VCARD-REQUEST-FILE.
           OPEN I-O VCARD-LOG-FILE.
           OPEN INPUT COMPLIANCE-DOC-FILE.
           OPEN I-O PAYMENT-DETAIL-FILE.
           IF RESTART-MODE = "Y"
           MOVE VOUCHER-ONE-TIME-FLAG TO GROUP-IS-ONE-TIME.
           IF VOUCHER-ONE-TIME-FLAG = "Y"
               MOVE VOUCHER-OT-PAYEE-NAME TO GRP-PAYEE-NAME
           ELSE
           IF VOUCHER-ONE-TIME-FLAG = "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO GRP-PAYEE-NAME
               MOVE VOUCHER-VENDOR TO EMP-NUMBER
               PERFORM READ-EMPLOYEE-RECORD
               IF EMPLOYEE-RECORD-FOUND = "Y"
                   MOVE EMP-BANK-ROUTING TO GRP-BANK-ROUTING
                   MOVE EMP-BANK-ACCOUNT TO GRP-BANK-ACCOUNT
                   MOVE EMP-BANK-ACCOUNT-TYPE TO GRP-BANK-ACCT-TYPE
               END-IF
           ELSE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               MOVE CASH-AVAILABLE-FIELD TO CASH-REMAINING.

       CLOSING-PROCEDURE.
           PERFORM SEND-ONBOARDING-PRENOTES.
           PERFORM WRITE-NACHA-BATCH-CONTROL.
           PERFORM WRITE-NACHA-FILE-CONTROL.
           PERFORM WRITE-POSPAY-TRAILER.
           CLOSE NRA-LEDGER-FILE.
           CLOSE WIRE-INSTRUCTION-FILE.
           CLOSE WIRE-LOG-FILE.
           CLOSE VCARD-REQUEST-FILE.
           CLOSE VCARD-LOG-FILE.
           CLOSE COMPLIANCE-DOC-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE BANK-CALENDAR-FILE.
           CLOSE ADVANCE-LEDGER-FILE.
           CLOSE EXCHANGE-RATE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE SDN-LIST-FILE.
           CLOSE SDN-HIT-FILE.
           CLOSE ACH-TRANSMIT-LOG-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CHECK-RUN-CHECKPOINT-FILE.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
               IF VOUCHER-HAS-REQUIRED-W9 = "Y"
                   PERFORM CHECK-TIN-MISMATCH
                   IF VENDOR-TIN-IS-GOOD = "Y"
                       PERFORM CHECK-SANCTIONS-HOLD
                   END-IF
                   IF VENDOR-TIN-IS-GOOD = "Y" AND
                      PARTY-IS-CLEAR = "Y"
                    PERFORM CHECK-W8-REQUIREMENT
                    IF VENDOR-W8-IS-GOOD = "Y"
                       PERFORM CHECK-RECEIPT-REQUIREMENT
                        ADD 1 TO W8-HOLD-COUNT
                    END-IF
                   ELSE
                   IF VENDOR-TIN-IS-GOOD = "N"
                       PERFORM DISPLAY-TIN-MISMATCH-EXCEPTION
                       ADD 1 TO TIN-MISMATCH-COUNT
                   ELSE
                       PERFORM DISPLAY-SANCTIONS-EXCEPTION
                       ADD 1 TO SANCTIONS-HOLD-COUNT
                   END-IF
                   END-IF
               ELSE
                   PERFORM DISPLAY-NO-W9-EXCEPTION
           MOVE "Y" TO VOUCHER-HAS-REQUIRED-W9.
           IF VOUCHER-ONE-TIME-FLAG = "Y"
               PERFORM STAGE-ONE-TIME-PAYEE
           ELSE
           IF VOUCHER-ONE-TIME-FLAG = "E"
               PERFORM STAGE-EMPLOYEE-PAYEE
           ELSE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
           MOVE SPACE TO VENDOR-PRENOTE-STATUS.
           MOVE ZEROES TO VENDOR-TERMS.

      *------------------------------------------
      * Employee expense reimbursement - staged
      * the same way as a one-time payee, but
      * the money goes by ACH to the account on
      * the EMPLOYEE-FILE.  Payroll already
      * deposits to that account, so it is
      * treated as live with no prenote cycle.
      * An employee missing from the file, or
      * with no bank details, falls back to a
      * paper check to the voucher's address.
      *------------------------------------------
       STAGE-EMPLOYEE-PAYEE.
           PERFORM STAGE-ONE-TIME-PAYEE.
           MOVE VOUCHER-VENDOR TO EMP-NUMBER.
           PERFORM READ-EMPLOYEE-RECORD.
           IF EMPLOYEE-RECORD-FOUND = "Y" AND
              EMP-BANK-ROUTING NOT = ZEROES AND
              EMP-BANK-ACCOUNT NOT = SPACE
               MOVE "A" TO VENDOR-PAYMENT-METHOD
               MOVE EMP-BANK-ROUTING TO VENDOR-BANK-ROUTING
               MOVE EMP-BANK-ACCOUNT TO VENDOR-BANK-ACCOUNT
               MOVE EMP-BANK-ACCOUNT-TYPE
                   TO VENDOR-BANK-ACCOUNT-TYPE
               MOVE "L" TO VENDOR-PRENOTE-STATUS.

       DISPLAY-NO-W9-EXCEPTION.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           DISPLAY "*** VOUCHER " VOUCHER-NUMBER-FIELD
                   "  VENDOR " VOUCHER-VENDOR
                   "  NOT PAID - IRS REPORTS TIN MISMATCH ***".

      *------------------------------------------
      * Sanctions hold - same shape as the TIN
      * mismatch.  The vendor name (and a
      * remit-to line that names a payee), or
      * a one-time payee's name, with an
      * unresolved or confirmed hit on SDN-
      * HIT-FILE is not paid; SDNREV01 clears
      * a false positive.  A name SDNSCR01
      * has not screened as it now stands -
      * a vendor added or renamed since, a
      * one-time voucher keyed since - is
      * screened here against the list, and
      * a match goes on the hit file for
      * review.  Employee reimbursements are
      * not screened.
      *------------------------------------------
       CHECK-SANCTIONS-HOLD.
           MOVE "Y" TO PARTY-IS-CLEAR.
           IF VOUCHER-ONE-TIME-FLAG = "Y"
               MOVE "O"                   TO SANCTION-PARTY-TYPE
               MOVE VOUCHER-NUMBER        TO SANCTION-PARTY-NUMBER
               MOVE VOUCHER-OT-PAYEE-NAME TO SANCTION-PARTY-NAME
               PERFORM CHECK-ONE-SANCTIONS-PARTY
           ELSE
           IF VOUCHER-ONE-TIME-FLAG NOT = "E" AND
              VENDOR-RECORD-FOUND = "Y"
               MOVE "V"           TO SANCTION-PARTY-TYPE
               MOVE VENDOR-NUMBER TO SANCTION-PARTY-NUMBER
               MOVE VENDOR-NAME   TO SANCTION-PARTY-NAME
               PERFORM CHECK-ONE-SANCTIONS-PARTY
               MOVE VENDOR-REMIT-ADDRESS-1 TO SDN-REMIT-TEST
               MOVE VENDOR-NAME TO SDN-REMIT-VENDOR-NAME
               PERFORM CHECK-REMIT-IS-NAME
               IF PARTY-IS-CLEAR = "Y" AND
                  SDN-REMIT-IS-NAME = "Y"
                   MOVE "R" TO SANCTION-PARTY-TYPE
                   MOVE VENDOR-REMIT-ADDRESS-1
                       TO SANCTION-PARTY-NAME
                   PERFORM CHECK-ONE-SANCTIONS-PARTY.

       CHECK-ONE-SANCTIONS-PARTY.
           MOVE SANCTION-PARTY-TYPE   TO HIT-PARTY-TYPE.
           MOVE SANCTION-PARTY-NUMBER TO HIT-PARTY-NUMBER.
           PERFORM READ-HIT-RECORD.
           IF HIT-RECORD-FOUND = "Y" AND
              HIT-SCREENED-NAME = SANCTION-PARTY-NAME
               IF HIT-STATUS NOT = "F"
                   MOVE "N" TO PARTY-IS-CLEAR
               END-IF
           ELSE
               MOVE SANCTION-PARTY-NAME TO SDN-SCREEN-NAME
               PERFORM SCREEN-SDN-NAME
               IF SDN-NAME-MATCHED = "Y"
                   MOVE "N" TO PARTY-IS-CLEAR
                   PERFORM RECORD-SANCTIONS-HIT.

       RECORD-SANCTIONS-HIT.
           MOVE VOUCHER-VENDOR      TO HIT-VENDOR.
           MOVE SANCTION-PARTY-NAME TO HIT-SCREENED-NAME.
           MOVE SDN-ENT-NUM         TO HIT-ENT-NUM.
           MOVE SDN-NAME            TO HIT-SDN-NAME.
           MOVE SDN-PROGRAM         TO HIT-SDN-PROGRAM.
           MOVE "U"                 TO HIT-STATUS.
           MOVE RUN-DATE            TO HIT-FOUND-DATE.
           MOVE RUN-DATE            TO HIT-SCREENED-DATE.
           ACCEPT HIT-SCREENED-TIME FROM TIME.
           MOVE SPACES              TO HIT-REVIEWED-BY.
           MOVE ZEROES              TO HIT-REVIEWED-DATE.
           MOVE SPACES              TO HIT-REVIEW-NOTE.
           IF HIT-RECORD-FOUND = "Y"
               PERFORM REWRITE-HIT-RECORD
           ELSE
               PERFORM WRITE-HIT-RECORD.

       DISPLAY-SANCTIONS-EXCEPTION.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           DISPLAY "*** VOUCHER " VOUCHER-NUMBER-FIELD
                   "  VENDOR " VOUCHER-VENDOR
                   "  NOT PAID - SANCTIONS LIST HIT ("
                   SANCTION-PARTY-TYPE ") - SEE SDNREV01 ***".

      *------------------------------------------
      * An NRA vendor whose W-8 is missing or
      * expired does not get paid this run -
           IF VENDOR-PAYMENT-METHOD = "W" AND
              VOUCHER-BALANCE-DUE NOT < ZERO
               PERFORM PAY-BY-WIRE
           ELSE
           IF VENDOR-PAYMENT-METHOD = "V" AND
              VOUCHER-BALANCE-DUE NOT < ZERO
               PERFORM PAY-BY-VIRTUAL-CARD
           ELSE
               PERFORM JOIN-VENDOR-CHECK-GROUP.
           MOVE RUN-DATE           TO VOUCHER-PAID-DATE.
           MOVE RUN-DATE            TO WHL-PAID-DATE.
           MOVE VOUCHER-BALANCE-DUE TO WHL-GROSS-AMOUNT.
           MOVE WITHHELD-AMOUNT     TO WHL-WITHHELD-AMOUNT.
           MOVE VOUCHER-COMPANY     TO WHL-COMPANY.
           WRITE WITHHOLDING-LEDGER-RECORD.

      *------------------------------------------
           ELSE
               PERFORM PROMOTE-PRENOTE-IF-READY.

      *------------------------------------------
      * A vendor still onboarding has nothing
      * selected to pay, but its prenote has to
      * clear before it can be activated - so
      * every run also sends the prenote for an
      * onboarding ACH vendor that has not had
      * one, and promotes any whose waiting
      * period has passed.
      *------------------------------------------
       SEND-ONBOARDING-PRENOTES.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-SWEEP-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-SWEEP-AT-END.
           IF VENDOR-SWEEP-AT-END = "N"
               PERFORM READ-NEXT-SWEEP-VENDOR.
           PERFORM CHECK-ONE-ONBOARDING-PRENOTE
               UNTIL VENDOR-SWEEP-AT-END = "Y".

       CHECK-ONE-ONBOARDING-PRENOTE.
           IF VENDOR-STATUS = "O" AND
              VENDOR-PAYMENT-METHOD = "A"
               PERFORM CHECK-PRENOTE-STATUS.
           PERFORM READ-NEXT-SWEEP-VENDOR.

       READ-NEXT-SWEEP-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-SWEEP-AT-END.

       SEND-PRENOTE-ENTRY.
           PERFORM WRITE-NACHA-PRENOTE-ENTRY.
           MOVE "P"      TO VENDOR-PRENOTE-STATUS.
               NOT INVALID KEY MOVE "Y" TO WIRE-LOG-WRITTEN
           END-WRITE.

      *------------------------------------------
      * A virtual card is issued for the exact
      * voucher amount and settles only when
      * the vendor charges it - unlike a wire,
      * the voucher is left uncleared here and
      * VCDSET01 clears it off the bank's
      * settlement file.  A vendor who also
      * wanted a foreign currency settles in
      * USD; the card program bills in dollars.
      *------------------------------------------
       PAY-BY-VIRTUAL-CARD.
           MOVE "V" TO PAYMENT-METHOD-CODE.
           MOVE ZEROES TO VOUCHER-CHECK-NO.
           PERFORM WRITE-VCARD-LOG-RECORD.
           PERFORM WRITE-VCARD-REQUEST.
           ADD 1                TO VCARD-COUNT.
           ADD DISBURSED-AMOUNT TO VCARD-TOTAL.

      * The log goes first - the sequence it
      * lands on is the request ID the bank
      * echoes back, and it probes upward on a
      * restarted run the same way the wire
      * log does.
       WRITE-VCARD-LOG-RECORD.
           MOVE RUN-ID              TO VCL-RUN-ID.
           MOVE BNK-ACCOUNT-CODE    TO VCL-BANK-ACCOUNT.
           MOVE VOUCHER-COMPANY     TO VCL-COMPANY.
           MOVE VOUCHER-VENDOR      TO VCL-VENDOR.
           MOVE VENDOR-NAME         TO VCL-PAYEE-NAME.
           MOVE VOUCHER-NUMBER      TO VCL-VOUCHER-NUMBER.
           MOVE DISBURSED-AMOUNT    TO VCL-AMOUNT.
           MOVE RUN-DATE            TO VCL-REQUEST-DATE.
           MOVE "R"                 TO VCL-STATUS.
           MOVE SPACES              TO VCL-TRANSACTION-ID.
           MOVE ZEROES              TO VCL-SETTLE-DATE
                                       VCL-SETTLED-AMOUNT.
           MOVE "N" TO VCARD-LOG-WRITTEN.
           PERFORM TRY-WRITE-VCARD-LOG
               UNTIL VCARD-LOG-WRITTEN = "Y".

       TRY-WRITE-VCARD-LOG.
           ADD 1 TO VCARD-SEQ.
           MOVE VCARD-SEQ TO VCL-CARD-SEQ.
           WRITE VCARD-LOG-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO VCARD-LOG-WRITTEN
           END-WRITE.

       WRITE-VCARD-REQUEST.
           MOVE VCL-RUN-ID          TO VCQ-RUN-ID.
           MOVE VCL-CARD-SEQ        TO VCQ-CARD-SEQ.
           MOVE VOUCHER-VENDOR      TO VCQ-VENDOR.
           MOVE VENDOR-NAME         TO VCQ-PAYEE-NAME.
           COMPUTE VCARD-AMOUNT-IN-CENTS =
               DISBURSED-AMOUNT * 100.
           MOVE VCARD-AMOUNT-IN-CENTS TO VCQ-AMOUNT.
           MOVE VOUCHER-NUMBER      TO VCQ-VOUCHER-NUMBER.
           MOVE VOUCHER-INVOICE     TO VCQ-INVOICE.
           MOVE VENDOR-EMAIL        TO VCQ-EMAIL.
           MOVE RUN-DATE            TO VCQ-REQUEST-DATE.
           MOVE VCARD-DETAIL-RECORD TO VCARD-REQUEST-RECORD.
           WRITE VCARD-REQUEST-RECORD.

      *------------------------------------------
      * Add one entry to the payment-history
      * group.  A voucher cannot take more
                       "   " VENDOR-NAME " " VOUCHER-INVOICE
                       " " VOUCHER-AMOUNT-FIELD
           ELSE
           IF VOUCHER-CHECK-NO = ZEROES AND
              VENDOR-PAYMENT-METHOD = "V"
               DISPLAY "  CARD " VOUCHER-NUMBER-FIELD
                       "   " VENDOR-NAME " " VOUCHER-INVOICE
                       " " VOUCHER-AMOUNT-FIELD
           ELSE
           IF VOUCHER-CHECK-NO = ZEROES
               DISPLAY "   ACH " VOUCHER-NUMBER-FIELD
                       "   " VENDOR-NAME " " VOUCHER-INVOICE
           MOVE WIRE-TOTAL TO REGISTER-TOTAL-FIELD.
           DISPLAY "WIRES SENT:    " WIRE-COUNT
                   "  FOR " REGISTER-TOTAL-FIELD.
           MOVE VCARD-TOTAL TO REGISTER-TOTAL-FIELD.
           DISPLAY "CARD REQUESTS: " VCARD-COUNT
                   "  FOR " REGISTER-TOTAL-FIELD.
           MOVE REGISTER-TOTAL TO REGISTER-TOTAL-FIELD.
           DISPLAY "TOTAL PAID:    " REGISTER-TOTAL-FIELD.
           DISPLAY "NOT PAID - NO W-9 ON FILE: " NO-W9-COUNT.
           DISPLAY "NOT PAID - TIN MISMATCH:   " TIN-MISMATCH-COUNT.
           DISPLAY "NOT PAID - SANCTIONS HIT:  " SANCTIONS-HOLD-COUNT.
           DISPLAY "NOT PAID - CERTIFICATE HOLD: "
                   COMPLIANCE-HOLD-COUNT.
           DISPLAY "NOT PAID - WAITING ON RECEIPTS: " NO-RECEIPT-COUNT.
      *------------------------------------------
       WRITE-FUNDING-NOTICE.
           COMPUTE CHECK-DOLLAR-TOTAL =
               REGISTER-TOTAL - ACH-TOTAL - WIRE-TOTAL -
               VCARD-TOTAL.
           COMPUTE FUNDING-REQUIREMENT =
               WIRE-TOTAL + ACH-TOTAL.
           MOVE RUN-ID TO FUNDING-FILE-NAME-ID.
           MOVE CHECK-DOLLAR-TOTAL           TO FND-AMOUNT.
           MOVE "CLEAR OVER COMING WEEKS"    TO FND-NOTE.
           PERFORM PUT-FUNDING-DETAIL.
           MOVE "VIRTUAL CARD REQUESTS:    " TO FND-LABEL.
           MOVE VCARD-TOTAL                  TO FND-AMOUNT.
           MOVE "DEBIT AS VENDORS CHARGE"    TO FND-NOTE.
           PERFORM PUT-FUNDING-DETAIL.
           MOVE "NET REQUIREMENT BY VALUE: " TO FND-LABEL.
           MOVE FUNDING-REQUIREMENT          TO FND-AMOUNT.
           MOVE "WIRES PLUS ACH SETTLEMENT"  TO FND-NOTE.
           DISPLAY FUNDING-NOTICE-RECORD.

       GET-VOUCHER-VENDOR-NAME.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO VENDOR-NAME
           ELSE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               ADD 1 TO VOUCHERS-READ.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-HIT-RECORD.
           MOVE "Y" TO HIT-RECORD-FOUND.
           READ SDN-HIT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HIT-RECORD-FOUND.

       WRITE-HIT-RECORD.
           WRITE SDN-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SANCTIONS HIT RECORD".

       REWRITE-HIT-RECORD.
           REWRITE SDN-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SANCTIONS HIT RECORD".

       READ-EMPLOYEE-RECORD.
           MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO EMPLOYEE-RECORD-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
           COPY "plterms.cbl".

           COPY "plvjrnl.cbl".

           COPY "plsdnchk.cbl".

           COPY "plvopen.cbl".
