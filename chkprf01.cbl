       PROGRAM-ID. CHKPRF01.
      *------------------------------------------
      * Pre-check-run proof report and release.
      * Walks the open vouchers on VOUCHER-FILE's
      * open-item alternate key with the same
      * selection logic CHKRUN01's PROCESS-
      * VOUCHERS will apply - selected, unpaid,
      * W-9 satisfied, TIN clear, receipt on

           COPY "sloper01.cbl".

           COPY "slemploy.cbl".

           COPY "slrunctl.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdoper01.cbl".

           COPY "fdemploy.cbl".

           COPY "fdrunctl.cbl".

       WORKING-STORAGE SECTION.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  EMPLOYEE-RECORD-FOUND       PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  RECEIPT-SCAN-AT-END         PIC X(01).

       77  ACH-TOTAL                   PIC S9(08)V99 VALUE ZERO.
       77  WIRE-COUNT                  PIC 9(05) VALUE ZERO.
       77  WIRE-TOTAL                  PIC S9(08)V99 VALUE ZERO.
       77  VCARD-COUNT                 PIC 9(05) VALUE ZERO.
       77  VCARD-TOTAL                 PIC S9(08)V99 VALUE ZERO.
       77  NOT-DUE-COUNT               PIC 9(05) VALUE ZERO.
       77  HELD-COUNT                  PIC 9(05) VALUE ZERO.
       77  GRAND-TOTAL                 PIC S9(08)V99 VALUE ZERO.
       77  OK-TO-RELEASE               PIC X(01).
       77  COMPANY-CODE                PIC 9(01).

       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.


       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT COMPLIANCE-DOC-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.
           PERFORM DISPLAY-PROOF-HEADING.
           CLOSE RECEIPT-FILE.
           CLOSE COMPLIANCE-DOC-FILE.
           CLOSE CONTROL-FILE.
           CLOSE EMPLOYEE-FILE.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
                   MOVE 1 TO COMPANY-CODE.

       MAIN-PROCESS.
           MOVE "Y" TO VOUCHER-OPEN-ITEM.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-OPEN-ITEM
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM PROOF-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM DISPLAY-VENDOR-TOTALS.
           ADD DISBURSED-AMOUNT TO GRAND-TOTAL.

      *------------------------------------------
      * Check, ACH, wire or card - the same
      * decision PAY-THE-VOUCHER will make: ACH
      * only for an "A" vendor whose prenote is
      * live, a wire for a "W" vendor, a virtual
      * card for a "V" vendor, and never any of
      * them for a credit balance.
      *------------------------------------------
       DECIDE-PAYMENT-METHOD.
           MOVE "C" TO PROOF-PAY-METHOD.
           IF VENDOR-PAYMENT-METHOD = "W" AND
              VOUCHER-BALANCE-DUE NOT < ZERO
               MOVE "W" TO PROOF-PAY-METHOD.
           IF VENDOR-PAYMENT-METHOD = "V" AND
              VOUCHER-BALANCE-DUE NOT < ZERO
               MOVE "V" TO PROOF-PAY-METHOD.
           IF PROOF-PAY-METHOD = "A"
               ADD 1                TO ACH-COUNT
               ADD DISBURSED-AMOUNT TO ACH-TOTAL
           IF PROOF-PAY-METHOD = "W"
               ADD 1                TO WIRE-COUNT
               ADD DISBURSED-AMOUNT TO WIRE-TOTAL
           ELSE
           IF PROOF-PAY-METHOD = "V"
               ADD 1                TO VCARD-COUNT
               ADD DISBURSED-AMOUNT TO VCARD-TOTAL
           ELSE
               ADD 1                TO CHECK-COUNT
               ADD DISBURSED-AMOUNT TO CHECK-TOTAL.
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
      * Employee reimbursement: staged like a
      * one-time payee, then switched to live
      * ACH when the EMPLOYEE-FILE carries bank
      * details - as the run does.
      *------------------------------------------
       STAGE-EMPLOYEE-PAYEE.
           PERFORM STAGE-ONE-TIME-PAYEE.
           MOVE VOUCHER-VENDOR TO EMP-NUMBER.
           MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO EMPLOYEE-RECORD-FOUND.
           IF EMPLOYEE-RECORD-FOUND = "Y" AND
              EMP-BANK-ROUTING NOT = ZEROES AND
              EMP-BANK-ACCOUNT NOT = SPACE
               MOVE "A" TO VENDOR-PAYMENT-METHOD
               MOVE "L" TO VENDOR-PRENOTE-STATUS.

       CHECK-TIN-MISMATCH.
           MOVE "Y" TO VENDOR-TIN-IS-GOOD.
           IF VENDOR-RECORD-FOUND = "Y" AND
       CHECK-COMPLIANCE-DOCS.
           MOVE "Y"   TO VENDOR-DOCS-CURRENT.
           MOVE SPACE TO MISSING-DOC-TYPE.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               CONTINUE
           ELSE
               IF VENDOR-REQ-LIABILITY = "Y"
           IF PROOF-PAY-METHOD = "W"
               DISPLAY "WIRE   " VOUCHER-NUMBER-FIELD
                       "  " VENDOR-NAME " " AMOUNT-FIELD
           ELSE
           IF PROOF-PAY-METHOD = "V"
               DISPLAY "CARD   " VOUCHER-NUMBER-FIELD
                       "  " VENDOR-NAME " " AMOUNT-FIELD
           ELSE
               DISPLAY "CHECK  " VOUCHER-NUMBER-FIELD
                       "  " VENDOR-NAME " " AMOUNT-FIELD.
           MOVE WIRE-TOTAL TO AMOUNT-FIELD.
           DISPLAY "WIRES PROPOSED  (" WIRE-COUNT "): "
                   AMOUNT-FIELD.
           MOVE VCARD-TOTAL TO AMOUNT-FIELD.
           DISPLAY "CARD PAYMENTS PROPOSED  (" VCARD-COUNT "): "
                   AMOUNT-FIELD.
           DISPLAY "VOUCHERS THAT WILL BE HELD: " HELD-COUNT.
           DISPLAY "NO INSTALLMENT DUE YET:     " NOT-DUE-COUNT.
           MOVE GRAND-TOTAL TO AMOUNT-FIELD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-OPEN-ITEM NOT = "Y"
                   MOVE "Y" TO VOUCHER-AT-END
               ELSE
                   ADD 1 TO VOUCHERS-READ.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

      *------------------------------------------
      * Step log - start time, finish time and
      * vouchers read, for RUNSTS01.
      *------------------------------------------
       WRITE-RUN-CONTROL-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE "CHKPRF01" TO RNC-PROGRAM.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE COMPANY-CODE TO RNC-COMPANY.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING RUN CONTROL RECORD".

           COPY "plterms.cbl".
