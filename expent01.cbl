       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENT01.
      *------------------------------------------
      * Employee expense report entry.  Staff
      * travel used to be paid back by setting
      * the employee up as a vendor; now the
      * employee is picked off EMPLOYEE-FILE
      * (EMPMNT01) and the report is keyed
      * line by line here:
      *
      *   P  per-diem - days at the company
      *      CONTROL-PER-DIEM-RATE, or at a
      *      rate keyed for the line
      *   M  mileage - miles at the company
      *      CONTROL-MILEAGE-RATE
      *   O  other - a receipted amount
      *
      * Each line carries a GL account (the
      * employee's default unless keyed), and
      * the lines roll up by account into the
      * voucher's GL distribution - at most
      * five accounts per report, the same
      * limit keyed entry has.
      *
      * A posted report becomes one voucher
      * numbered off the company's CONTROL-
      * LAST-VOUCHER exactly as VCHMNT01 and
      * VCHIMP01 number theirs, with the same
      * skipped-number logging, invoice cross-
      * reference and accrual entries.  The
      * voucher is an employee payee (VOUCHER-
      * ONE-TIME-FLAG "E") carrying the
      * employee's name and address in its
      * payee fields; CHKRUN01 pays it by ACH
      * to the employee's own account, and it
      * is never 1099-reportable.  When the
      * employee has an approver on file the
      * voucher waits on the approval queue
      * (APRQUE01) before it can be selected.
      * The lines themselves are kept on
      * EXPENSE-LINE-FILE under the voucher
      * number.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slemploy.cbl".

           COPY "slexplin.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slcontrl.cbl".

           COPY "slskpvch.cbl".

           COPY "slglacct.cbl".

           COPY "slglpost.cbl".

           COPY "slperiod.cbl".

           COPY "slinvxrf.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdemploy.cbl".

           COPY "fdexplin.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdskpvch.cbl".

           COPY "fdglacct.cbl".

           COPY "fdglpost.cbl".

           COPY "fdperiod.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  EMPLOYEE-RECORD-FOUND        PIC X(01).
       77  CONTROL-RECORD-FOUND         PIC X(01).
       77  GL-ACCOUNT-FOUND             PIC X(01).
       77  PERIOD-RECORD-FOUND          PIC X(01).
       77  OPERATOR-RECORD-FOUND        PIC X(01).
       77  TRAINING-MODE                PIC X(01) VALUE "N".
       77  EMPLOYEE-IS-USABLE           PIC X(01).
       77  REPORT-EMPLOYEE              PIC 9(05).
       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

       77  RUN-DATE                     PIC 9(08).
       77  RUN-TIME                     PIC 9(06).
       77  COMPANY-CODE                 PIC 9(01).

       77  LINE-TYPE-ENTRY              PIC X(01).
       77  LINE-IS-GOOD                 PIC X(01).
       77  LINES-DONE                   PIC X(01).
       77  LINE-RATE-ENTRY              PIC 9(03)V99.
       77  LINE-OTHER-AMOUNT            PIC 9(05)V99.
       77  LINE-GL-ENTRY                PIC 9(06).
       77  POST-ANSWER                  PIC X(01).

       77  LINE-INDEX                   PIC 9(02).
       77  GL-INDEX                     PIC 9(01).
       77  GL-SLOT                      PIC 9(01).
       77  GL-SLOT-COUNT                PIC 9(01).
       77  ACCRUAL-SIGN                 PIC S9(01).
       77  REPORT-TOTAL                 PIC S9(6)V99.

       77  VOUCHER-NUMBER-FIELD         PIC Z(7).
       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77  RATE-FIELD                   PIC ZZ,ZZ9.999.
       77  QUANTITY-FIELD               PIC Z,ZZ9.9.

       77  AUD-FIELD-NAME               PIC X(20).
       77  AUD-BEFORE-FIELD-VALUE       PIC X(30).
       77  AUD-AFTER-FIELD-VALUE        PIC X(30).

      *------------------------------------------
      * The report being keyed - up to twenty
      * lines, and the GL accounts they roll
      * up into.
      *------------------------------------------
       77  REPORT-LINE-COUNT            PIC 9(02).
       01  REPORT-LINE-TABLE.
           05 RLT-LINE                  OCCURS 20 TIMES.
              10 RLT-TYPE               PIC X(01).
              10 RLT-DATE               PIC 9(08).
              10 RLT-DESCRIPTION        PIC X(30).
              10 RLT-QUANTITY           PIC 9(04)V9.
              10 RLT-RATE               PIC 9(05)V999.
              10 RLT-AMOUNT             PIC S9(6)V99.
              10 RLT-GL-ACCOUNT         PIC 9(06).

       01  REPORT-GL-TABLE.
           05 RGL-LINE                  OCCURS 5 TIMES.
              10 RGL-ACCOUNT            PIC 9(06).
              10 RGL-AMOUNT             PIC S9(6)V99.

       01  REPORT-INVOICE.
           05 FILLER                    PIC X(04) VALUE "EXP-".
           05 REPORT-INVOICE-NUMBER     PIC 9(07).
           05 FILLER                    PIC X(04) VALUE SPACE.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

           COPY "wstrain.cbl".

           COPY "wsdate01.cbl".

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
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O EXPENSE-LINE-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "EXPENT01" TO JRN-PROGRAM.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND SKIPPED-VOUCHER-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.

       CLOSING-PROCEDURE.
           CLOSE EMPLOYEE-FILE.
           CLOSE EXPENSE-LINE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE GL-ACCOUNT-FILE.
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

       MAIN-PROCESS.
           PERFORM GET-REPORT-EMPLOYEE.
           PERFORM ENTER-ONE-REPORT
               UNTIL REPORT-EMPLOYEE = ZEROES.

       ENTER-ONE-REPORT.
           PERFORM READ-CONTROL-RECORD.
           PERFORM CLEAR-THE-REPORT.
           PERFORM ENTER-REPORT-PURPOSE.
           PERFORM ENTER-REPORT-LINES.
           IF REPORT-LINE-COUNT = ZEROES
               DISPLAY "NO LINES ENTERED - NOTHING POSTED"
           ELSE
               PERFORM DISPLAY-REPORT-SUMMARY
               PERFORM ASK-POST-THE-REPORT
               IF POST-ANSWER = "Y"
                   PERFORM POST-THE-REPORT
               ELSE
                   DISPLAY "EXPENSE REPORT DISCARDED".
           PERFORM GET-REPORT-EMPLOYEE.

      *------------------------------------------
      * The employee must be on file, active,
      * and on this company's books.
      *------------------------------------------
       GET-REPORT-EMPLOYEE.
           PERFORM ACCEPT-REPORT-EMPLOYEE.
           PERFORM RE-ACCEPT-REPORT-EMPLOYEE
               UNTIL REPORT-EMPLOYEE = ZEROES OR
                     EMPLOYEE-IS-USABLE = "Y".

       ACCEPT-REPORT-EMPLOYEE.
           DISPLAY " ".
           DISPLAY "ENTER EMPLOYEE NUMBER FOR THE EXPENSE REPORT".
           DISPLAY "ENTER 0 TO EXIT".
           ACCEPT REPORT-EMPLOYEE.
           MOVE "N" TO EMPLOYEE-IS-USABLE.
           IF REPORT-EMPLOYEE NOT = ZEROES
               PERFORM CHECK-REPORT-EMPLOYEE.

       CHECK-REPORT-EMPLOYEE.
           MOVE REPORT-EMPLOYEE TO EMP-NUMBER.
           PERFORM READ-EMPLOYEE-RECORD.
           IF EMPLOYEE-RECORD-FOUND = "N"
               MOVE "EMPLOYEE NOT ON FILE" TO ERROR-MESSAGE
           ELSE
           IF EMP-STATUS NOT = "A"
               MOVE "EMPLOYEE IS NOT ACTIVE" TO ERROR-MESSAGE
           ELSE
           IF EMP-COMPANY NOT = COMPANY-CODE
               MOVE "EMPLOYEE IS NOT ON THIS COMPANY'S BOOKS"
                 TO ERROR-MESSAGE
           ELSE
               MOVE "Y" TO EMPLOYEE-IS-USABLE
               DISPLAY "EMPLOYEE: " EMP-NAME.

       RE-ACCEPT-REPORT-EMPLOYEE.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-REPORT-EMPLOYEE.

       CLEAR-THE-REPORT.
           MOVE ZEROES TO REPORT-LINE-COUNT
                          GL-SLOT-COUNT
                          REPORT-TOTAL.
           MOVE SPACE TO VOUCHER-FOR.
           PERFORM CLEAR-ONE-REPORT-GL
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.

       CLEAR-ONE-REPORT-GL.
           MOVE ZEROES TO RGL-ACCOUNT (GL-INDEX)
                          RGL-AMOUNT (GL-INDEX).

       ENTER-REPORT-PURPOSE.
           DISPLAY "ENTER TRIP OR PURPOSE OF THE EXPENSES".
           ACCEPT VOUCHER-FOR.
           INSPECT VOUCHER-FOR
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VOUCHER-FOR = SPACE
               DISPLAY "A PURPOSE MUST BE ENTERED"
               PERFORM ENTER-REPORT-PURPOSE.

      *------------------------------------------
      * Lines are keyed until a blank type or
      * the twentieth line.
      *------------------------------------------
       ENTER-REPORT-LINES.
           MOVE "N" TO LINES-DONE.
           PERFORM ENTER-ONE-REPORT-LINE
               UNTIL LINES-DONE = "Y" OR
                     REPORT-LINE-COUNT = 20.

       ENTER-ONE-REPORT-LINE.
           PERFORM ACCEPT-LINE-TYPE.
           IF LINE-TYPE-ENTRY = SPACE
               MOVE "Y" TO LINES-DONE
           ELSE
               ADD 1 TO REPORT-LINE-COUNT
               MOVE REPORT-LINE-COUNT TO LINE-INDEX
               MOVE LINE-TYPE-ENTRY TO RLT-TYPE (LINE-INDEX)
               PERFORM ENTER-LINE-DATE
               PERFORM ENTER-LINE-DESCRIPTION
               PERFORM ENTER-LINE-AMOUNT
               PERFORM ENTER-LINE-GL-ACCOUNT
               PERFORM ROLL-LINE-INTO-GL
               IF LINE-IS-GOOD = "N"
                   SUBTRACT 1 FROM REPORT-LINE-COUNT
               ELSE
                   ADD RLT-AMOUNT (LINE-INDEX) TO REPORT-TOTAL
                   MOVE RLT-AMOUNT (LINE-INDEX) TO AMOUNT-FIELD
                   DISPLAY "LINE " LINE-INDEX " AMOUNT "
                           AMOUNT-FIELD.

       ACCEPT-LINE-TYPE.
           DISPLAY " ".
           DISPLAY "LINE TYPE - P)ER-DIEM, M)ILEAGE, O)THER".
           DISPLAY "(BLANK WHEN THE REPORT IS COMPLETE)".
           ACCEPT LINE-TYPE-ENTRY.
           INSPECT LINE-TYPE-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF LINE-TYPE-ENTRY NOT = SPACE AND
              LINE-TYPE-ENTRY NOT = "P" AND
              LINE-TYPE-ENTRY NOT = "M" AND
              LINE-TYPE-ENTRY NOT = "O"
               DISPLAY "YOU MUST ENTER P, M, O OR BLANK"
               PERFORM ACCEPT-LINE-TYPE
           ELSE
           IF LINE-TYPE-ENTRY = "M" AND
              CONTROL-MILEAGE-RATE = ZEROES
               DISPLAY "NO MILEAGE RATE IS SET FOR THIS COMPANY "
                       "- SEE CTLMNT01"
               PERFORM ACCEPT-LINE-TYPE.

       ENTER-LINE-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "DATE OF THE EXPENSE (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "AN EXPENSE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO RLT-DATE (LINE-INDEX).
           IF DATE-CCYYMMDD > RUN-DATE
               DISPLAY "AN EXPENSE CANNOT BE DATED IN THE FUTURE"
               PERFORM ENTER-LINE-DATE.

       ENTER-LINE-DESCRIPTION.
           DISPLAY "DESCRIPTION".
           ACCEPT RLT-DESCRIPTION (LINE-INDEX).
           INSPECT RLT-DESCRIPTION (LINE-INDEX)
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-LINE-AMOUNT.
           IF RLT-TYPE (LINE-INDEX) = "P"
               PERFORM ENTER-PER-DIEM-LINE
           ELSE
           IF RLT-TYPE (LINE-INDEX) = "M"
               PERFORM ENTER-MILEAGE-LINE
           ELSE
               PERFORM ENTER-OTHER-LINE.
           COMPUTE RLT-AMOUNT (LINE-INDEX) ROUNDED =
               RLT-QUANTITY (LINE-INDEX) * RLT-RATE (LINE-INDEX).

      *------------------------------------------
      * Per-diem pays the company daily rate
      * unless a different rate is keyed for
      * this line (a high-cost city).
      *------------------------------------------
       ENTER-PER-DIEM-LINE.
           DISPLAY "NUMBER OF DAYS".
           ACCEPT RLT-QUANTITY (LINE-INDEX).
           IF RLT-QUANTITY (LINE-INDEX) = ZEROES
               DISPLAY "THE NUMBER OF DAYS MUST BE ENTERED"
               PERFORM ENTER-PER-DIEM-LINE
           ELSE
               PERFORM ENTER-PER-DIEM-RATE.

       ENTER-PER-DIEM-RATE.
           MOVE CONTROL-PER-DIEM-RATE TO RATE-FIELD.
           DISPLAY "DAILY RATE - 0 FOR THE COMPANY RATE OF "
                   RATE-FIELD.
           ACCEPT LINE-RATE-ENTRY.
           IF LINE-RATE-ENTRY = ZEROES
               MOVE CONTROL-PER-DIEM-RATE TO RLT-RATE (LINE-INDEX)
           ELSE
               MOVE LINE-RATE-ENTRY TO RLT-RATE (LINE-INDEX).
           IF RLT-RATE (LINE-INDEX) = ZEROES
               DISPLAY "NO COMPANY PER-DIEM RATE IS SET - KEY "
                       "THE RATE"
               PERFORM ENTER-PER-DIEM-RATE.

       ENTER-MILEAGE-LINE.
           DISPLAY "NUMBER OF MILES".
           ACCEPT RLT-QUANTITY (LINE-INDEX).
           IF RLT-QUANTITY (LINE-INDEX) = ZEROES
               DISPLAY "THE NUMBER OF MILES MUST BE ENTERED"
               PERFORM ENTER-MILEAGE-LINE
           ELSE
               MOVE CONTROL-MILEAGE-RATE TO RLT-RATE (LINE-INDEX).

       ENTER-OTHER-LINE.
           DISPLAY "RECEIPT AMOUNT".
           ACCEPT LINE-OTHER-AMOUNT.
           IF LINE-OTHER-AMOUNT = ZEROES
               DISPLAY "AN AMOUNT MUST BE ENTERED"
               PERFORM ENTER-OTHER-LINE
           ELSE
               MOVE 1 TO RLT-QUANTITY (LINE-INDEX)
               MOVE LINE-OTHER-AMOUNT TO RLT-RATE (LINE-INDEX).

       ENTER-LINE-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT - 0 FOR THE EMPLOYEE'S DEFAULT "
                   EMP-DEFAULT-GL.
           ACCEPT LINE-GL-ENTRY.
           IF LINE-GL-ENTRY = ZEROES
               MOVE EMP-DEFAULT-GL TO LINE-GL-ENTRY.
           MOVE LINE-GL-ENTRY TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "N" OR GLA-STATUS NOT = "A"
               DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE"
               PERFORM ENTER-LINE-GL-ACCOUNT
           ELSE
               MOVE LINE-GL-ENTRY TO RLT-GL-ACCOUNT (LINE-INDEX).

      *------------------------------------------
      * A line to an account already on the
      * report adds to it; a new account takes
      * the next of the five slots.  A sixth
      * account drops the line - split the
      * report in two.
      *------------------------------------------
       ROLL-LINE-INTO-GL.
           MOVE "Y" TO LINE-IS-GOOD.
           MOVE ZEROES TO GL-SLOT.
           PERFORM FIND-REPORT-GL-SLOT
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > GL-SLOT-COUNT OR
                     GL-SLOT NOT = ZEROES.
           IF GL-SLOT = ZEROES
               IF GL-SLOT-COUNT = 5
                   MOVE "N" TO LINE-IS-GOOD
                   DISPLAY "A REPORT CAN CODE TO AT MOST 5 GL "
                           "ACCOUNTS - LINE DROPPED"
               ELSE
                   ADD 1 TO GL-SLOT-COUNT
                   MOVE GL-SLOT-COUNT TO GL-SLOT
                   MOVE RLT-GL-ACCOUNT (LINE-INDEX)
                     TO RGL-ACCOUNT (GL-SLOT).
           IF LINE-IS-GOOD = "Y"
               ADD RLT-AMOUNT (LINE-INDEX) TO RGL-AMOUNT (GL-SLOT).

       FIND-REPORT-GL-SLOT.
           IF RGL-ACCOUNT (GL-INDEX) = RLT-GL-ACCOUNT (LINE-INDEX)
               MOVE GL-INDEX TO GL-SLOT.

       DISPLAY-REPORT-SUMMARY.
           DISPLAY " ".
           DISPLAY "EXPENSE REPORT FOR " EMP-NAME.
           DISPLAY "   " VOUCHER-FOR.
           PERFORM DISPLAY-ONE-REPORT-LINE
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > REPORT-LINE-COUNT.
           MOVE REPORT-TOTAL TO AMOUNT-FIELD.
           DISPLAY "   REPORT TOTAL " AMOUNT-FIELD.

       DISPLAY-ONE-REPORT-LINE.
           MOVE RLT-QUANTITY (LINE-INDEX) TO QUANTITY-FIELD.
           MOVE RLT-RATE (LINE-INDEX)     TO RATE-FIELD.
           MOVE RLT-AMOUNT (LINE-INDEX)   TO AMOUNT-FIELD.
           DISPLAY "   " RLT-TYPE (LINE-INDEX)
                   " " RLT-DATE (LINE-INDEX)
                   " " RLT-DESCRIPTION (LINE-INDEX)
                   " " QUANTITY-FIELD
                   " @ " RATE-FIELD
                   " " AMOUNT-FIELD
                   " GL " RLT-GL-ACCOUNT (LINE-INDEX).

       ASK-POST-THE-REPORT.
           DISPLAY "POST THIS EXPENSE REPORT (Y/N)?".
           ACCEPT POST-ANSWER.
           INSPECT POST-ANSWER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF POST-ANSWER NOT = "Y" AND
              POST-ANSWER NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-POST-THE-REPORT.

      *------------------------------------------
      * The report becomes a voucher - same
      * numbering, logging and accrual posting
      * as keyed entry.  It is dated and booked
      * the day it is posted, and due the same
      * day: a reimbursement has no terms.
      *------------------------------------------
       POST-THE-REPORT.
           MOVE RUN-DATE (1:6) TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               DISPLAY "THE CURRENT ACCOUNTING PERIOD IS CLOSED "
                       "- NOTHING POSTED"
           ELSE
               PERFORM BUILD-THE-VOUCHER.

       BUILD-THE-VOUCHER.
           PERFORM INIT-VOUCHER-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-VOUCHER-FROM-REPORT.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
           PERFORM WRITE-INVOICE-XREF.
           PERFORM POST-ACCRUAL-ENTRIES.
           PERFORM WRITE-ONE-EXPENSE-LINE
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > REPORT-LINE-COUNT.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           DISPLAY "EXPENSE REPORT POSTED AS VOUCHER "
                   VOUCHER-NUMBER-FIELD.
           IF VOUCHER-APPROVAL-STATUS = "P"
               DISPLAY "HELD FOR APPROVAL BY " VOUCHER-APPROVER-ID.

       INIT-VOUCHER-RECORD.
           MOVE SPACE TO VOUCHER-INVOICE
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
      * The employee's name and address ride
      * on the voucher's payee fields, the
      * way a one-time payee's do, so the
      * check run, register and remittance
      * need never read the employee file for
      * them.
      *------------------------------------------
       BUILD-VOUCHER-FROM-REPORT.
           MOVE EMP-NUMBER       TO VOUCHER-VENDOR.
           MOVE VOUCHER-NUMBER   TO REPORT-INVOICE-NUMBER.
           MOVE REPORT-INVOICE   TO VOUCHER-INVOICE.
           MOVE REPORT-TOTAL     TO VOUCHER-AMOUNT
                                    VOUCHER-FOREIGN-AMOUNT.
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
           MOVE GL-SLOT-COUNT    TO VOUCHER-GL-DIST-COUNT.
           PERFORM COPY-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > GL-SLOT-COUNT.

       COPY-ONE-GL-LINE.
           MOVE RGL-ACCOUNT (GL-INDEX)
               TO VOUCHER-GL-ACCOUNT (GL-INDEX).
           MOVE RGL-AMOUNT (GL-INDEX)
               TO VOUCHER-GL-AMOUNT (GL-INDEX).

       WRITE-ONE-EXPENSE-LINE.
           MOVE VOUCHER-NUMBER               TO EXL-VOUCHER-NUMBER.
           MOVE LINE-INDEX                   TO EXL-LINE-NUMBER.
           MOVE EMP-NUMBER                   TO EXL-EMPLOYEE.
           MOVE RLT-TYPE (LINE-INDEX)        TO EXL-TYPE.
           MOVE RLT-DATE (LINE-INDEX)        TO EXL-DATE.
           MOVE RLT-DESCRIPTION (LINE-INDEX) TO EXL-DESCRIPTION.
           MOVE RLT-QUANTITY (LINE-INDEX)    TO EXL-QUANTITY.
           MOVE RLT-RATE (LINE-INDEX)        TO EXL-RATE.
           MOVE RLT-AMOUNT (LINE-INDEX)      TO EXL-AMOUNT.
           MOVE RLT-GL-ACCOUNT (LINE-INDEX)  TO EXL-GL-ACCOUNT.
           WRITE EXPENSE-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EXPENSE LINE RECORD".

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
      * File I-O Routines
      *------------------------------------------
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

           COPY "pldate01.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
