       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFRPL01.
      *------------------------------------------
      * Petty cash replenishment run.  Every
      * active fund on the company's books
      * (PCFMNT01) is brought back to its
      * imprest: the slips its custodian has
      * keyed (PCSENT01) and no replenishment
      * has yet taken are totaled and rolled
      * up by GL account, and that total is
      * vouchered to the custodian - an
      * employee payee (VOUCHER-ONE-TIME-FLAG
      * "E") exactly as EXPENT01 writes an
      * expense report, held for the
      * custodian's approver when one is on
      * file.  The voucher is distributed by
      * the slips' own coding, at most five
      * accounts to a voucher the way
      * PCDSTM01 splits a statement, so a
      * fund whose slips run to more accounts
      * gets a second voucher, and so on.
      * Each slip is stamped with the voucher
      * that carried it and can no longer be
      * voided.
      *
      * The run also proves each fund: the
      * custodian's last cash count plus the
      * slips should equal the imprest to the
      * penny.  A fund that is over or short,
      * or that has not been counted since it
      * was last replenished, is flagged on
      * the report - it is still replenished
      * for its slips, since the slips are
      * what was spent; the difference is for
      * someone to go and look at.  A fund
      * whose custodian is no longer an
      * active employee of the company is
      * flagged and left alone until the
      * fund is reassigned.  In a closed
      * period the funds are proved and
      * reported but nothing is vouchered.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpcfund.cbl".

           COPY "slpcslip.cbl".

           COPY "slemploy.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slcontrl.cbl".

           COPY "slskpvch.cbl".

           COPY "slglpost.cbl".

           COPY "slperiod.cbl".

           COPY "slinvxrf.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpcfund.cbl".

           COPY "fdpcslip.cbl".

           COPY "fdemploy.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdskpvch.cbl".

           COPY "fdglpost.cbl".

           COPY "fdperiod.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  EMPLOYEE-RECORD-FOUND        PIC X(01).
       77  CONTROL-RECORD-FOUND         PIC X(01).
       77  PERIOD-RECORD-FOUND          PIC X(01).
       77  OPERATOR-RECORD-FOUND        PIC X(01).
       77  TRAINING-MODE                PIC X(01) VALUE "N".
       77  RUN-PERIOD-IS-OPEN           PIC X(01).
       77  FUND-AT-END                  PIC X(01).
       77  SLIP-AT-END                  PIC X(01).
       77  CUSTODIAN-IS-USABLE          PIC X(01).
       77  FUND-NOTE                    PIC X(60).

       77  RUN-DATE                     PIC 9(08).
       77  RUN-TIME                     PIC 9(06).
       77  COMPANY-CODE                 PIC 9(01).

       77  OPEN-SLIP-COUNT              PIC 9(05).
       77  OPEN-SLIP-TOTAL              PIC S9(07)V99.
       77  FUND-DIFFERENCE              PIC S9(07)V99.

       77  ACCOUNT-COUNT                PIC 9(03).
       77  ACCOUNT-INDEX                PIC 9(03).
       77  ACCOUNT-SLOT                 PIC 9(03).
       77  FIRST-ACCOUNT                PIC 9(03).
       77  CHUNK-COUNT                  PIC 9(02).
       77  CHUNK-INDEX                  PIC 9(02).
       77  GL-INDEX                     PIC 9(01).
       77  ACCRUAL-SIGN                 PIC S9(01).

       77  FUND-COUNT                   PIC 9(05) VALUE ZERO.
       77  REPLENISHED-COUNT            PIC 9(05) VALUE ZERO.
       77  FLAGGED-COUNT                PIC 9(05) VALUE ZERO.
       77  GENERATED-COUNT              PIC 9(05) VALUE ZERO.
       77  HELD-BACK-COUNT              PIC 9(05) VALUE ZERO.
       77  REPLENISHED-TOTAL            PIC S9(09)V99 VALUE ZERO.

       77  VOUCHER-NUMBER-FIELD         PIC Z(7).
       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77  IMPREST-FIELD                PIC ZZZ,ZZ9.99-.
       77  COUNT-AMOUNT-FIELD           PIC ZZZ,ZZ9.99-.
       77  SLIPS-FIELD                  PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                  PIC ZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                  PIC ZZZZ9.

       77  AUD-FIELD-NAME               PIC X(20).
       77  AUD-BEFORE-FIELD-VALUE       PIC X(30).
       77  AUD-AFTER-FIELD-VALUE        PIC X(30).

      *------------------------------------------
      * The fund's open slips rolled up by GL
      * account in the order the accounts
      * first appear - accounts 1-5 on the
      * first voucher, 6-10 on the second, as
      * PCDSTM01 does it.  A slip coded past
      * the fiftieth account waits for the
      * next run.
      *------------------------------------------
       01  FUND-GL-TABLE.
           05 FGL-LINE                  OCCURS 50 TIMES.
              10 FGL-ACCOUNT            PIC 9(06).
              10 FGL-AMOUNT             PIC S9(6)V99.

       01  FUND-VOUCHER-TABLE.
           05 FVC-VOUCHER-NUMBER        PIC 9(07) OCCURS 10 TIMES.

       01  FUND-INVOICE.
           05 FILLER                    PIC X(04) VALUE "PCR-".
           05 FUND-INVOICE-NUMBER       PIC 9(07).
           05 FILLER                    PIC X(04) VALUE SPACE.

       01  FUND-VOUCHER-FOR.
           05 FILLER                    PIC X(11) VALUE "PETTY CASH ".
           05 FUND-FOR-NUMBER           PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 FUND-FOR-NAME             PIC X(15).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

           COPY "wstrain.cbl".

           COPY "wsvjrnl.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O PETTY-CASH-FUND-FILE.
           OPEN I-O PETTY-CASH-SLIP-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "PCFRPL01" TO JRN-PROGRAM.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND SKIPPED-VOUCHER-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.
           PERFORM CHECK-RUN-PERIOD.
           MOVE "PCFRPL01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "PETTY CASH REPLENISHMENT" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM PRINT-RUN-TOTALS.
           PERFORM CLOSE-THE-REPORT.
           CLOSE PETTY-CASH-FUND-FILE.
           CLOSE PETTY-CASH-SLIP-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - same drill as VCHMNT01.  An
      * identity APMAIN01 already verified is
      * trusted; a standalone run prompts.
      *------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF SIGNED-ON-OPERATOR NOT = SPACE
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF OPERATOR-RECORD-FOUND = "N"
               PERFORM ACCEPT-OPERATOR-ID
               PERFORM RE-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER YOUR OPERATOR ID".
           ACCEPT OPERATOR-ID.
           INSPECT OPERATOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "Y" TO OPERATOR-RECORD-FOUND.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

      *------------------------------------------
      * Which company's books?  The company
      * APMAIN01 signed on carries through;
      * a standalone run asks.
      *------------------------------------------
       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.
           PERFORM CHECK-TRAINING-COMPANY.

       CHECK-TRAINING-COMPANY.
           MOVE "N" TO TRAINING-MODE.
           IF SIGNED-ON-TRAINING = "Y"
               MOVE "Y" TO TRAINING-MODE
           ELSE
           IF SIGNED-ON-TRAINING = SPACE
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-RECORD-FOUND = "Y" AND
                  CONTROL-TRAINING-FLAG = "Y"
                   MOVE "Y" TO TRAINING-MODE.
           IF TRAINING-MODE = "Y"
               PERFORM DISPLAY-TRAINING-BANNER.

       DISPLAY-TRAINING-BANNER.
           DISPLAY "**********************************************".
           DISPLAY "***  TRAINING COMPANY - NOTHING IS REAL    ***".
           DISPLAY "**********************************************".

      *------------------------------------------
      * Closed-period lock - same edit
      * ICSSET01 makes.  The funds are still
      * proved and reported; nothing is
      * vouchered.
      *------------------------------------------
       CHECK-RUN-PERIOD.
           MOVE "Y" TO RUN-PERIOD-IS-OPEN.
           MOVE RUN-DATE (1:6) TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               MOVE "N" TO RUN-PERIOD-IS-OPEN.

       MAIN-PROCESS.
           PERFORM PRINT-RUN-HEADING.
           MOVE ZEROES TO PCF-FUND.
           MOVE "N" TO FUND-AT-END.
           START PETTY-CASH-FUND-FILE
               KEY IS NOT LESS THAN PCF-FUND
               INVALID KEY MOVE "Y" TO FUND-AT-END.
           PERFORM REPLENISH-ONE-FUND
               UNTIL FUND-AT-END = "Y".

       REPLENISH-ONE-FUND.
           READ PETTY-CASH-FUND-FILE NEXT RECORD
               AT END MOVE "Y" TO FUND-AT-END.
           IF FUND-AT-END = "N"
               IF PCF-COMPANY = COMPANY-CODE AND
                  PCF-STATUS = "A"
                   PERFORM PROCESS-THE-FUND.

       PROCESS-THE-FUND.
           ADD 1 TO FUND-COUNT.
           PERFORM ROLL-UP-THE-SLIPS.
           PERFORM PRINT-FUND-LINES.
           PERFORM PROVE-THE-FUND.
           PERFORM CHECK-THE-CUSTODIAN.
           IF OPEN-SLIP-COUNT = ZEROES
               MOVE "NO SLIPS TO REPLENISH" TO FUND-NOTE
               PERFORM PRINT-FUND-NOTE
           ELSE
           IF CUSTODIAN-IS-USABLE NOT = "Y"
               MOVE "*** CUSTODIAN IS NOT AN ACTIVE EMPLOYEE OF THIS"
                 TO FUND-NOTE
               MOVE " COMPANY" TO FUND-NOTE (49:)
               PERFORM PRINT-FUND-NOTE
               MOVE "*** FUND NOT REPLENISHED - REASSIGN IT IN PCFMNT01"
                 TO FUND-NOTE
               PERFORM PRINT-FUND-NOTE
               ADD 1 TO HELD-BACK-COUNT
           ELSE
           IF RUN-PERIOD-IS-OPEN NOT = "Y"
               MOVE "PERIOD CLOSED - NOT VOUCHERED" TO FUND-NOTE
               PERFORM PRINT-FUND-NOTE
           ELSE
               PERFORM VOUCHER-THE-FUND.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * One pass over the fund's slips still
      * in the box: count and total them, and
      * roll them up by account.
      *------------------------------------------
       ROLL-UP-THE-SLIPS.
           MOVE ZEROES TO OPEN-SLIP-COUNT
                          OPEN-SLIP-TOTAL
                          ACCOUNT-COUNT.
           PERFORM START-FUND-SLIPS.
           PERFORM ROLL-UP-ONE-SLIP
               UNTIL SLIP-AT-END = "Y".

       ROLL-UP-ONE-SLIP.
           PERFORM READ-NEXT-FUND-SLIP.
           IF SLIP-AT-END = "N" AND PSL-VOUCHER-NUMBER = ZEROES
               ADD 1 TO OPEN-SLIP-COUNT
               ADD PSL-AMOUNT TO OPEN-SLIP-TOTAL
               PERFORM ROLL-SLIP-INTO-ACCOUNT.

       ROLL-SLIP-INTO-ACCOUNT.
           PERFORM FIND-SLIP-ACCOUNT.
           IF ACCOUNT-SLOT = ZEROES AND ACCOUNT-COUNT < 50
               ADD 1 TO ACCOUNT-COUNT
               MOVE ACCOUNT-COUNT  TO ACCOUNT-SLOT
               MOVE PSL-GL-ACCOUNT TO FGL-ACCOUNT (ACCOUNT-SLOT)
               MOVE ZEROES         TO FGL-AMOUNT (ACCOUNT-SLOT).
           IF ACCOUNT-SLOT NOT = ZEROES
               ADD PSL-AMOUNT TO FGL-AMOUNT (ACCOUNT-SLOT).

       FIND-SLIP-ACCOUNT.
           MOVE ZEROES TO ACCOUNT-SLOT.
           PERFORM CHECK-ONE-ACCOUNT
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT OR
                     ACCOUNT-SLOT NOT = ZEROES.

       CHECK-ONE-ACCOUNT.
           IF FGL-ACCOUNT (ACCOUNT-INDEX) = PSL-GL-ACCOUNT
               MOVE ACCOUNT-INDEX TO ACCOUNT-SLOT.

      *------------------------------------------
      * Cash in the box plus the slips should
      * be the imprest.  A count taken before
      * the last replenishment proves nothing
      * - the box has been topped up since.
      *------------------------------------------
       PROVE-THE-FUND.
           MOVE SPACE TO FUND-NOTE.
           IF PCF-COUNT-DATE = ZEROES OR
              PCF-COUNT-DATE < PCF-LAST-REPLENISHED
               MOVE "*** NO CASH COUNT SINCE THE LAST REPLENISHMENT"
                 TO FUND-NOTE
           ELSE
               COMPUTE FUND-DIFFERENCE =
                   PCF-CASH-COUNT + OPEN-SLIP-TOTAL -
                   PCF-IMPREST-AMOUNT
               MOVE FUND-DIFFERENCE TO AMOUNT-FIELD
               IF FUND-DIFFERENCE < ZERO
                   STRING "*** OUT OF BALANCE - FUND IS SHORT "
                          AMOUNT-FIELD
                          DELIMITED BY SIZE INTO FUND-NOTE
               ELSE
               IF FUND-DIFFERENCE > ZERO
                   STRING "*** OUT OF BALANCE - FUND IS OVER "
                          AMOUNT-FIELD
                          DELIMITED BY SIZE INTO FUND-NOTE.
           IF FUND-NOTE NOT = SPACE
               ADD 1 TO FLAGGED-COUNT
               PERFORM PRINT-FUND-NOTE.

       CHECK-THE-CUSTODIAN.
           MOVE "N" TO CUSTODIAN-IS-USABLE.
           MOVE PCF-CUSTODIAN TO EMP-NUMBER.
           PERFORM READ-EMPLOYEE-RECORD.
           IF EMPLOYEE-RECORD-FOUND = "Y" AND
              EMP-STATUS = "A" AND
              EMP-COMPANY = COMPANY-CODE
               MOVE "Y" TO CUSTODIAN-IS-USABLE.

      *------------------------------------------
      * One voucher per five accounts, then a
      * second pass stamps every slip with the
      * voucher its account landed on.
      *------------------------------------------
       VOUCHER-THE-FUND.
           DIVIDE ACCOUNT-COUNT BY 5 GIVING CHUNK-COUNT.
           IF CHUNK-COUNT * 5 < ACCOUNT-COUNT
               ADD 1 TO CHUNK-COUNT.
           PERFORM BUILD-ONE-FUND-VOUCHER
               VARYING CHUNK-INDEX FROM 1 BY 1
               UNTIL CHUNK-INDEX > CHUNK-COUNT.
           PERFORM START-FUND-SLIPS.
           PERFORM STAMP-ONE-FUND-SLIP
               UNTIL SLIP-AT-END = "Y".
           MOVE RUN-DATE TO PCF-LAST-REPLENISHED.
           PERFORM REWRITE-FUND-RECORD.
           ADD 1 TO REPLENISHED-COUNT.

       BUILD-ONE-FUND-VOUCHER.
           PERFORM INIT-VOUCHER-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-VOUCHER-FROM-FUND.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
           PERFORM WRITE-INVOICE-XREF.
           PERFORM POST-ACCRUAL-ENTRIES.
           MOVE VOUCHER-NUMBER TO FVC-VOUCHER-NUMBER (CHUNK-INDEX).
           ADD 1 TO GENERATED-COUNT.
           ADD VOUCHER-AMOUNT TO REPLENISHED-TOTAL.
           PERFORM PRINT-VOUCHER-LINE.

       STAMP-ONE-FUND-SLIP.
           PERFORM READ-NEXT-FUND-SLIP.
           IF SLIP-AT-END = "N" AND PSL-VOUCHER-NUMBER = ZEROES
               PERFORM FIND-SLIP-ACCOUNT
               IF ACCOUNT-SLOT NOT = ZEROES
                   COMPUTE CHUNK-INDEX = (ACCOUNT-SLOT + 4) / 5
                   MOVE FVC-VOUCHER-NUMBER (CHUNK-INDEX)
                     TO PSL-VOUCHER-NUMBER
                   PERFORM REWRITE-SLIP-RECORD.

       INIT-VOUCHER-RECORD.
           MOVE SPACE TO VOUCHER-INVOICE
                         VOUCHER-FOR
                         VOUCHER-DEDUCTIBLE
                         VOUCHER-CLEARED
                         VOUCHER-DOCUMENT-REF
                         VOUCHER-ACH-TRACE
                         VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-DISPUTED.
           MOVE "N" TO VOUCHER-ADVANCE-FLAG.
           MOVE SPACE TO VOUCHER-APPROVAL-STATUS
                         VOUCHER-APPROVER-ID.
           MOVE ZEROES TO VOUCHER-LAST-NRA-AMT.
           MOVE SPACE  TO VOUCHER-1099-FORM.
           MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
           MOVE ZEROES TO VOUCHER-1099-BOX.
           MOVE ZEROES TO VOUCHER-VAT-AMOUNT
                          VOUCHER-VAT-RATE
                          VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE  TO VOUCHER-VAT-COUNTRY
                          VOUCHER-VAT-REG-NO.
           MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT
                          VOUCHER-RETAINED-TO-DATE
                          VOUCHER-LAST-RETAINED-AMT.
           MOVE "N" TO VOUCHER-TAX-SELF-ASSESSED.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE 1.0000 TO VOUCHER-EXCHANGE-RATE.
           MOVE 5 TO VOUCHER-PRIORITY.
           MOVE ZEROES TO VOUCHER-NUMBER
                          VOUCHER-VENDOR
                          VOUCHER-AMOUNT
                          VOUCHER-TAX-AMOUNT
                          VOUCHER-DATE
                          VOUCHER-DUE
                          VOUCHER-PAID-AMOUNT
                          VOUCHER-PAID-DATE
                          VOUCHER-CHECK-NO
                          VOUCHER-CLEARED-DATE
                          VOUCHER-FOREIGN-AMOUNT
                          VOUCHER-GL-DIST-COUNT
                          VOUCHER-PAYMENT-COUNT
                          VOUCHER-PO-NUMBER
                          VOUCHER-PERIOD
                          VOUCHER-RECEIVED-DATE
                          VOUCHER-LAST-PAYMENT-AMOUNT
                          VOUCHER-LAST-WITHHELD-AMT
                          VOUCHER-DISC-TAKEN-TOTAL
                          VOUCHER-SCHED-COUNT.
           MOVE "N" TO VOUCHER-ONE-TIME-FLAG.
           MOVE SPACE TO VOUCHER-OT-PAYEE-NAME
                         VOUCHER-OT-ADDRESS-1
                         VOUCHER-OT-CITY
                         VOUCHER-OT-STATE
                         VOUCHER-OT-ZIP.
           PERFORM CLEAR-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.
           PERFORM CLEAR-ONE-PAYMENT-ENTRY
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.

       CLEAR-ONE-GL-LINE.
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-PAYMENT-DISC-TAKEN (GL-INDEX)
                          VOUCHER-SCHED-DATE (GL-INDEX)
                          VOUCHER-SCHED-AMOUNT (GL-INDEX).

       CLEAR-ONE-PAYMENT-ENTRY.
           MOVE ZEROES TO VOUCHER-PAYMENT-DATE (GL-INDEX)
                          VOUCHER-PAYMENT-AMOUNT (GL-INDEX)
                          VOUCHER-PAYMENT-CHECK-NO (GL-INDEX).

      *------------------------------------------
      * The custodian is paid as EXPENT01 pays
      * an employee - name and address on the
      * voucher's payee fields, dated and due
      * the day of the run.  Voucher n of a
      * fund carries accounts 5n-4 through 5n.
      *------------------------------------------
       BUILD-VOUCHER-FROM-FUND.
           MOVE EMP-NUMBER       TO VOUCHER-VENDOR.
           MOVE VOUCHER-NUMBER   TO FUND-INVOICE-NUMBER.
           MOVE FUND-INVOICE     TO VOUCHER-INVOICE.
           MOVE PCF-FUND         TO FUND-FOR-NUMBER.
           MOVE PCF-NAME         TO FUND-FOR-NAME.
           MOVE FUND-VOUCHER-FOR TO VOUCHER-FOR.
           MOVE RUN-DATE         TO VOUCHER-DATE
                                    VOUCHER-DUE
                                    VOUCHER-RECEIVED-DATE.
           MOVE RUN-DATE (1:6)   TO VOUCHER-PERIOD.
           MOVE COMPANY-CODE     TO VOUCHER-COMPANY.
           MOVE "N"              TO VOUCHER-DEDUCTIBLE.
           MOVE "E"              TO VOUCHER-ONE-TIME-FLAG.
           MOVE EMP-NAME         TO VOUCHER-OT-PAYEE-NAME.
           MOVE EMP-ADDRESS-1    TO VOUCHER-OT-ADDRESS-1.
           MOVE EMP-CITY         TO VOUCHER-OT-CITY.
           MOVE EMP-STATE        TO VOUCHER-OT-STATE.
           MOVE EMP-ZIP          TO VOUCHER-OT-ZIP.
           IF EMP-APPROVER-ID NOT = SPACE
               MOVE "P"             TO VOUCHER-APPROVAL-STATUS
               MOVE EMP-APPROVER-ID TO VOUCHER-APPROVER-ID.
           COMPUTE FIRST-ACCOUNT = (CHUNK-INDEX - 1) * 5.
           PERFORM COPY-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5 OR
                     FIRST-ACCOUNT + GL-INDEX > ACCOUNT-COUNT.
           MOVE VOUCHER-AMOUNT   TO VOUCHER-FOREIGN-AMOUNT.

       COPY-ONE-GL-LINE.
           COMPUTE ACCOUNT-INDEX = FIRST-ACCOUNT + GL-INDEX.
           MOVE FGL-ACCOUNT (ACCOUNT-INDEX)
               TO VOUCHER-GL-ACCOUNT (GL-INDEX).
           MOVE FGL-AMOUNT (ACCOUNT-INDEX)
               TO VOUCHER-GL-AMOUNT (GL-INDEX).
           ADD FGL-AMOUNT (ACCOUNT-INDEX) TO VOUCHER-AMOUNT.
           MOVE GL-INDEX TO VOUCHER-GL-DIST-COUNT.

      *------------------------------------------
      * Voucher numbering - same pattern as
      * VCHMNT01's ADD-MODE, logged to the same
      * skipped-voucher file.
      *------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM READ-CONTROL-RECORD.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
           PERFORM REWRITE-CONTROL-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-ISSUED.

       LOG-VOUCHER-NUMBER-ISSUED.
           MOVE VOUCHER-NUMBER TO SKV-VOUCHER-NUMBER.
           MOVE RUN-DATE       TO SKV-LOG-DATE.
           MOVE "ISSUED"       TO SKV-STATUS.
           WRITE SKIPPED-VOUCHER-RECORD.

       LOG-VOUCHER-NUMBER-COMPLETED.
           MOVE VOUCHER-NUMBER TO SKV-VOUCHER-NUMBER.
           MOVE RUN-DATE       TO SKV-LOG-DATE.
           MOVE "COMPLETED"    TO SKV-STATUS.
           WRITE SKIPPED-VOUCHER-RECORD.

       WRITE-INVOICE-XREF.
           MOVE VOUCHER-VENDOR  TO XRF-VENDOR.
           MOVE VOUCHER-INVOICE TO XRF-INVOICE.
           MOVE VOUCHER-NUMBER  TO XRF-VOUCHER-NUMBER.
           MOVE "L"             TO XRF-STATUS.
           MOVE RUN-DATE        TO XRF-DATE.
           WRITE INVOICE-XREF-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVOICE CROSS-REFERENCE".

      *------------------------------------------
      * The same accrual entries VCHMNT01 books
      * at keyed entry - one "ACR" debit per
      * distribution line, one credit to the AP
      * account for the total.
      *------------------------------------------
       POST-ACCRUAL-ENTRIES.
           MOVE +1 TO ACCRUAL-SIGN.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-ONE-ACCRUAL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
           MOVE CONTROL-AP-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT =
               ZERO - (VOUCHER-AMOUNT * ACCRUAL-SIGN).
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ONE-ACCRUAL-LINE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT =
               VOUCHER-GL-AMOUNT (GL-INDEX) * ACCRUAL-SIGN.
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ACCRUAL-POST-RECORD.
           MOVE RUN-DATE       TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES         TO GLP-CHECK-NO.
           MOVE "ACR"          TO GLP-SOURCE.
           MOVE COMPANY-CODE   TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

      *------------------------------------------
      * Replenishment report
      *------------------------------------------
       PRINT-RUN-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "PETTY CASH REPLENISHMENT - RUN DATE "
                  RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF RUN-PERIOD-IS-OPEN NOT = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** THE CURRENT ACCOUNTING PERIOD IS CLOSED "
                      "- NOTHING WILL BE VOUCHERED ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-FUND-LINES.
           MOVE SPACE TO PRINT-LINE.
           STRING "FUND " PCF-FUND " " PCF-NAME
                  "  CUSTODIAN " PCF-CUSTODIAN
                  " " PCF-CUSTODIAN-ID
                  "  CASH ACCT " PCF-CASH-ACCOUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE PCF-IMPREST-AMOUNT TO IMPREST-FIELD.
           MOVE PCF-CASH-COUNT     TO COUNT-AMOUNT-FIELD.
           MOVE OPEN-SLIP-TOTAL    TO SLIPS-FIELD.
           MOVE OPEN-SLIP-COUNT    TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   IMPREST " IMPREST-FIELD
                  "  COUNTED " COUNT-AMOUNT-FIELD
                  " ON " PCF-COUNT-DATE
                  "  SLIPS " COUNT-FIELD
                  " " SLIPS-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-FUND-NOTE.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " FUND-NOTE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-VOUCHER-LINE.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   VOUCHER " VOUCHER-NUMBER-FIELD
                  "  " VOUCHER-INVOICE
                  " " AMOUNT-FIELD
                  "  " VOUCHER-GL-DIST-COUNT " GL LINES"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           IF VOUCHER-APPROVAL-STATUS = "P"
               MOVE "HELD FOR APPROVAL" TO PRINT-LINE (61:).
           PERFORM PRINT-A-LINE.

       PRINT-RUN-TOTALS.
           MOVE FUND-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "FUNDS PROVED:          " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE FLAGGED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "FUNDS OFF OR UNCOUNTED:" COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE REPLENISHED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "FUNDS REPLENISHED:     " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE HELD-BACK-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "FUNDS HELD BACK:       " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE GENERATED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHERS WRITTEN:      " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE REPLENISHED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "TOTAL REPLENISHED:  " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       START-FUND-SLIPS.
           MOVE PCF-FUND TO PSL-FUND.
           MOVE ZEROES   TO PSL-SLIP-NUMBER.
           MOVE "N" TO SLIP-AT-END.
           START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PSL-KEY
               INVALID KEY MOVE "Y" TO SLIP-AT-END.

       READ-NEXT-FUND-SLIP.
           READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SLIP-AT-END.
           IF SLIP-AT-END = "N"
               IF PSL-FUND NOT = PCF-FUND
                   MOVE "Y" TO SLIP-AT-END.

       REWRITE-SLIP-RECORD.
           REWRITE PETTY-CASH-SLIP-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PETTY CASH SLIP".

       REWRITE-FUND-RECORD.
           REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PETTY CASH FUND RECORD".

       READ-EMPLOYEE-RECORD.
           MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO EMPLOYEE-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           MOVE "ADD"  TO AUD-FIELD-NAME.
           MOVE SPACE  TO AUD-BEFORE-FIELD-VALUE.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           MOVE AMOUNT-FIELD TO AUD-AFTER-FIELD-VALUE.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-ADD.
           PERFORM WRITE-AUDIT-LOG-RECORD.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE OPERATOR-ID            TO AUD-OPERATOR-ID.
           MOVE RUN-DATE               TO AUD-LOG-DATE.
           MOVE RUN-TIME               TO AUD-LOG-TIME.
           MOVE VOUCHER-NUMBER         TO AUD-VOUCHER-NUMBER.
           MOVE AUD-FIELD-NAME         TO AUD-FIELD-CHANGED.
           MOVE AUD-BEFORE-FIELD-VALUE TO AUD-BEFORE-VALUE.
           MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
           MOVE "V"                    TO AUD-SOURCE.
           MOVE ZEROES                 TO AUD-VENDOR-NUMBER.
           MOVE SPACE                  TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

           COPY "plprint.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
