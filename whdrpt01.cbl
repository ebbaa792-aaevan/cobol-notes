       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHDRPT01.
      *------------------------------------------
      * Backup-withholding deposit schedule and
      * Form 945 reconciliation, one company and
      * tax year at a time.
      *
      * The withholding ledger CHKRUN01 writes
      * (reversals from ACHRET01 netted in) is
      * totaled by deposit period - calendar
      * month for a monthly depositor, the IRS
      * Wednesday/Friday periods for a
      * semiweekly one - and each period gets
      * its due date: the 15th of the next month,
      * or the Wednesday after a Wednesday-
      * through-Friday payment and the Friday
      * after a Saturday-through-Tuesday one,
      * rolled forward to a banking day.
      *
      * The year's deposits from WHDMNT01 are
      * applied to the periods oldest first, the
      * way the IRS applies them.  A period the
      * deposits made by its due date do not
      * cover is LATE; one the year's deposits
      * never cover at all is SHORT (or NOT YET
      * DUE if its due date has not come).
      *
      * The footing is the Form 945 figures -
      * backup withholding, total deposits,
      * balance due or overpayment, and the
      * monthly liability summary - and the
      * proof that the ledger, the liability
      * account's payment-side credits in the GL
      * and the deposits (each matched to the
      * "WHD" GL line WHDMNT01 posted with it)
      * all agree.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slwhhold.cbl".

           COPY "slwhdep.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slcontrl.cbl".

           COPY "slglpost.cbl".

           COPY "slgltlog.cbl".

           SELECT GL-BATCH-FILE
               ASSIGN TO GL-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slbnkcal.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdwhhold.cbl".

           COPY "fdwhdep.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdglpost.cbl".

           COPY "fdgltlog.cbl".

       FD  GL-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BATCH-RECORD              PIC X(80).

           COPY "fdbnkcal.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

           COPY "wsbnkday.cbl".

       77  COMPANY-CODE                PIC 9(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  HISTORY-RECORD-FOUND        PIC X(01).
       77  LEDGER-AT-END               PIC X(01).
       77  DEPOSIT-AT-END              PIC X(01).
       77  GL-AT-END                   PIC X(01).
       77  BATCH-LOG-AT-END            PIC X(01).
       77  BATCH-AT-END                PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  TAX-YEAR                    PIC 9(04).
       77  DEPOSIT-SCHEDULE            PIC X(01).
       77  LEDGER-COMPANY              PIC 9(01).
       77  LEDGER-MONTH                PIC 9(02).
       77  PAID-DAY-OF-WEEK            PIC 9(01).
       77  DAYS-TO-DUE                 PIC 9(02).
       77  DAYS-TO-THROUGH             PIC 9(02).
       77  NEXT-MONTH-FIRST            PIC 9(08).
       77  THIS-DUE-DATE               PIC 9(08).
       77  THIS-THROUGH-DATE           PIC 9(08).
       77  GL-COMPANY                  PIC 9(01).

       01  GL-BATCH-FILE-NAME.
           05 FILLER                   PIC X(07) VALUE "glbatch".
           05 GL-BATCH-NAME-ID         PIC 9(06).

      *------------------------------------------
      * GLBATCH01's "D" detail line, for
      * pulling a swept posting line back out
      * of a batch file - same layout GLRCN01
      * reads.
      *------------------------------------------
       01  BATCH-DETAIL-LINE.
           05 BD-RECORD-TYPE           PIC X(01).
           05 BD-RUN-DATE              PIC 9(08).
           05 BD-ACCOUNT               PIC 9(06).
           05 BD-AMOUNT                PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           05 BD-VOUCHER-NUMBER        PIC 9(07).
           05 BD-CHECK-NO              PIC 9(06).
           05 BD-SOURCE                PIC X(03).
           05 BD-COMPANY               PIC 9(01).
           05 FILLER                   PIC X(39).

       77  LEDGER-TOTAL                PIC S9(09)V99 VALUE ZERO.
       77  LEDGER-LINE-COUNT           PIC 9(06) VALUE ZERO.
       77  DEPOSIT-TOTAL               PIC S9(09)V99 VALUE ZERO.
       77  GL-ACCRUED-TOTAL            PIC S9(09)V99 VALUE ZERO.
       77  GL-DEPOSIT-TOTAL            PIC S9(09)V99 VALUE ZERO.
       77  CUMULATIVE-LIABILITY        PIC S9(09)V99.
       77  BY-DUE-TOTAL                PIC S9(09)V99.
       77  UNCOVERED-AT-DUE            PIC S9(09)V99.
       77  UNCOVERED-NOW               PIC S9(09)V99.
       77  PERIOD-FLAG-AMOUNT          PIC S9(09)V99.
       77  BALANCE-DUE                 PIC S9(09)V99.
       77  PROOF-DIFFERENCE            PIC S9(09)V99.
       77  LATE-COUNT                  PIC 9(03) VALUE ZERO.
       77  SHORT-COUNT                 PIC 9(03) VALUE ZERO.
       77  NOT-IN-GL-COUNT             PIC 9(03) VALUE ZERO.
       77  OUT-OF-BALANCE              PIC X(01) VALUE "N".
       77  PERIOD-STATUS               PIC X(12).

      *------------------------------------------
      * One slot per deposit period with ledger
      * activity, keyed by due date.
      *------------------------------------------
       77  DEP-COUNT                   PIC 9(03) VALUE ZERO.
       77  DEP-INDEX                   PIC 9(03).
       77  DEP-SLOT-FOUND              PIC X(01).
       77  DEP-SWAPPED                 PIC X(01).
       77  DEP-TABLE-FULL              PIC X(01) VALUE "N".
       01  DEPOSIT-PERIOD-TABLE.
           05 DEP-ENTRY                OCCURS 120 TIMES.
              10 DEP-DUE-DATE          PIC 9(08).
              10 DEP-THROUGH-DATE      PIC 9(08).
              10 DEP-LIABILITY         PIC S9(09)V99.
       01  DEP-SWAP-ENTRY              PIC X(27).

      *------------------------------------------
      * The tax year's deposits, and whether
      * each has been found in the GL.
      *------------------------------------------
       77  DPT-COUNT                   PIC 9(03) VALUE ZERO.
       77  DPT-INDEX                   PIC 9(03).
       77  DPT-SLOT-FOUND              PIC X(01).
       77  DPT-TABLE-FULL              PIC X(01) VALUE "N".
       01  DEPOSIT-TABLE.
           05 DPT-ENTRY                OCCURS 200 TIMES.
              10 DPT-SEQUENCE          PIC 9(03).
              10 DPT-DATE              PIC 9(08).
              10 DPT-AMOUNT            PIC S9(07)V99.
              10 DPT-CONFIRMATION      PIC X(15).
              10 DPT-IN-GL             PIC X(01).

       01  MONTH-LIABILITY-TABLE.
           05 MONTH-LIABILITY          PIC S9(09)V99
                                       OCCURS 12 TIMES.
       77  MONTH-INDEX                 PIC 9(02).
       01  MONTH-LINE-LETTERS          PIC X(12)
                                       VALUE "ABCDEFGHIJKL".

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  LIABILITY-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.
       77  BY-DUE-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  FLAG-AMOUNT-FIELD           PIC ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM SET-COMPANY-CODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ENTER-TAX-YEAR.
           PERFORM ENTER-DEPOSIT-SCHEDULE.
           OPEN INPUT WITHHOLDING-LEDGER-FILE.
           OPEN INPUT WITHHOLDING-DEPOSIT-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT GL-POST-FILE.
           OPEN INPUT BANK-CALENDAR-FILE.
           PERFORM READ-CONTROL-RECORD.
           MOVE "WHDRPT01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "BACKUP WITHHOLDING DEPOSITS AND FORM 945"
               TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE WITHHOLDING-LEDGER-FILE.
           CLOSE WITHHOLDING-DEPOSIT-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE CONTROL-FILE.
           CLOSE GL-POST-FILE.
           CLOSE BANK-CALENDAR-FILE.

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

       ENTER-TAX-YEAR.
           DISPLAY "ENTER TAX YEAR (CCYY)".
           ACCEPT TAX-YEAR.
           IF TAX-YEAR < 1990 OR TAX-YEAR > 2099
               DISPLAY "THAT IS NOT A USABLE TAX YEAR"
               PERFORM ENTER-TAX-YEAR.

       ENTER-DEPOSIT-SCHEDULE.
           DISPLAY "DEPOSIT SCHEDULE - M)ONTHLY OR S)EMIWEEKLY".
           ACCEPT DEPOSIT-SCHEDULE.
           INSPECT DEPOSIT-SCHEDULE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF DEPOSIT-SCHEDULE NOT = "M" AND
              DEPOSIT-SCHEDULE NOT = "S"
               DISPLAY "YOU MUST ENTER M OR S"
               PERFORM ENTER-DEPOSIT-SCHEDULE.

       MAIN-PROCESS.
           MOVE ZEROES TO MONTH-LIABILITY-TABLE.
           PERFORM LOAD-THE-DEPOSITS.
           PERFORM TALLY-THE-LEDGER.
           PERFORM SORT-DEP-TABLE.
           PERFORM MATCH-THE-GL.
           PERFORM PRINT-THE-SCHEDULE.
           PERFORM PRINT-THE-DEPOSITS.
           PERFORM PRINT-THE-945-FIGURES.
           PERFORM PRINT-THE-PROOF.

      *------------------------------------------
      * The year's deposits, in the order they
      * were recorded.
      *------------------------------------------
       LOAD-THE-DEPOSITS.
           MOVE COMPANY-CODE TO WHD-COMPANY.
           MOVE TAX-YEAR     TO WHD-TAX-YEAR.
           MOVE ZEROES       TO WHD-SEQUENCE.
           MOVE "N" TO DEPOSIT-AT-END.
           START WITHHOLDING-DEPOSIT-FILE
               KEY IS NOT LESS THAN WHD-KEY
               INVALID KEY MOVE "Y" TO DEPOSIT-AT-END.
           PERFORM LOAD-ONE-DEPOSIT
               UNTIL DEPOSIT-AT-END = "Y".

       LOAD-ONE-DEPOSIT.
           READ WITHHOLDING-DEPOSIT-FILE NEXT RECORD
               AT END MOVE "Y" TO DEPOSIT-AT-END.
           IF DEPOSIT-AT-END = "N"
               IF WHD-COMPANY NOT = COMPANY-CODE OR
                  WHD-TAX-YEAR NOT = TAX-YEAR
                   MOVE "Y" TO DEPOSIT-AT-END
               ELSE
                   PERFORM ADD-DEPOSIT-SLOT.

       ADD-DEPOSIT-SLOT.
           ADD WHD-AMOUNT TO DEPOSIT-TOTAL.
           IF DPT-COUNT < 200
               ADD 1 TO DPT-COUNT
               MOVE WHD-SEQUENCE     TO DPT-SEQUENCE (DPT-COUNT)
               MOVE WHD-DEPOSIT-DATE TO DPT-DATE (DPT-COUNT)
               MOVE WHD-AMOUNT       TO DPT-AMOUNT (DPT-COUNT)
               MOVE WHD-CONFIRMATION
                   TO DPT-CONFIRMATION (DPT-COUNT)
               MOVE "N"              TO DPT-IN-GL (DPT-COUNT)
           ELSE
               MOVE "Y" TO DPT-TABLE-FULL.

      *------------------------------------------
      * The ledger, by paid date within the tax
      * year.  A line from before the ledger
      * carried a company takes the company of
      * the voucher it paid.
      *------------------------------------------
       TALLY-THE-LEDGER.
           PERFORM READ-NEXT-LEDGER-RECORD.
           PERFORM TALLY-ONE-LEDGER-LINE
               UNTIL LEDGER-AT-END = "Y".

       TALLY-ONE-LEDGER-LINE.
           IF WHL-PAID-DATE(1:4) = TAX-YEAR
               PERFORM SET-LEDGER-COMPANY
               IF LEDGER-COMPANY = COMPANY-CODE
                   PERFORM ADD-TO-DEPOSIT-PERIOD
               END-IF
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.

       SET-LEDGER-COMPANY.
           IF WHL-COMPANY IS NUMERIC AND
              WHL-COMPANY NOT = ZERO
               MOVE WHL-COMPANY TO LEDGER-COMPANY
           ELSE
               PERFORM LOOK-UP-VOUCHER-COMPANY.

       LOOK-UP-VOUCHER-COMPANY.
           MOVE 1 TO LEDGER-COMPANY.
           MOVE WHL-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "Y"
               MOVE VOUCHER-COMPANY TO LEDGER-COMPANY
           ELSE
               MOVE WHL-VOUCHER-NUMBER TO VCH-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE VCH-HIST-COMPANY TO LEDGER-COMPANY.
           IF LEDGER-COMPANY = ZERO
               MOVE 1 TO LEDGER-COMPANY.

       ADD-TO-DEPOSIT-PERIOD.
           ADD 1 TO LEDGER-LINE-COUNT.
           ADD WHL-WITHHELD-AMOUNT TO LEDGER-TOTAL.
           MOVE WHL-PAID-DATE(5:2) TO LEDGER-MONTH.
           ADD WHL-WITHHELD-AMOUNT
               TO MONTH-LIABILITY (LEDGER-MONTH).
           IF DEPOSIT-SCHEDULE = "M"
               PERFORM SET-MONTHLY-DUE-DATE
           ELSE
               PERFORM SET-SEMIWEEKLY-DUE-DATE.
           MOVE "N" TO DEP-SLOT-FOUND.
           PERFORM CHECK-ONE-DEP-SLOT
               VARYING DEP-INDEX FROM 1 BY 1
               UNTIL DEP-INDEX > DEP-COUNT OR
                     DEP-SLOT-FOUND = "Y".
           IF DEP-SLOT-FOUND = "N"
               IF DEP-COUNT < 120
                   ADD 1 TO DEP-COUNT
                   MOVE THIS-DUE-DATE TO DEP-DUE-DATE (DEP-COUNT)
                   MOVE THIS-THROUGH-DATE
                       TO DEP-THROUGH-DATE (DEP-COUNT)
                   MOVE WHL-WITHHELD-AMOUNT
                       TO DEP-LIABILITY (DEP-COUNT)
               ELSE
                   MOVE "Y" TO DEP-TABLE-FULL.

       CHECK-ONE-DEP-SLOT.
           IF DEP-DUE-DATE (DEP-INDEX) = THIS-DUE-DATE
               MOVE "Y" TO DEP-SLOT-FOUND
               ADD WHL-WITHHELD-AMOUNT TO DEP-LIABILITY (DEP-INDEX).

      * Monthly - the period is the calendar
      * month, due the 15th of the next one.
       SET-MONTHLY-DUE-DATE.
           IF LEDGER-MONTH = 12
               COMPUTE NEXT-MONTH-FIRST =
                   (TAX-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE NEXT-MONTH-FIRST =
                   TAX-YEAR * 10000 + (LEDGER-MONTH + 1) * 100 + 1.
           COMPUTE THIS-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1).
           COMPUTE BANKING-TEST-DATE = NEXT-MONTH-FIRST + 14.
           PERFORM ROLL-TO-BANKING-DAY.
           MOVE BANKING-TEST-DATE TO THIS-DUE-DATE.

      * Semiweekly - Wednesday through Friday is
      * due the next Wednesday, Saturday through
      * Tuesday the next Friday.  Day of week is
      * 1 Monday through 6 Saturday, 0 Sunday.
       SET-SEMIWEEKLY-DUE-DATE.
           MOVE WHL-PAID-DATE TO BANKING-TEST-DATE.
           PERFORM CHECK-BANKING-DAY.
           MOVE BANKING-DAY-OF-WEEK TO PAID-DAY-OF-WEEK.
           IF PAID-DAY-OF-WEEK > 2 AND PAID-DAY-OF-WEEK < 6
               COMPUTE DAYS-TO-DUE     = 10 - PAID-DAY-OF-WEEK
               COMPUTE DAYS-TO-THROUGH = 5 - PAID-DAY-OF-WEEK
           ELSE
           IF PAID-DAY-OF-WEEK = 6
               MOVE 6 TO DAYS-TO-DUE
               MOVE 3 TO DAYS-TO-THROUGH
           ELSE
               COMPUTE DAYS-TO-DUE     = 5 - PAID-DAY-OF-WEEK
               COMPUTE DAYS-TO-THROUGH = 2 - PAID-DAY-OF-WEEK.
           COMPUTE THIS-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WHL-PAID-DATE) +
               DAYS-TO-THROUGH).
           COMPUTE BANKING-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WHL-PAID-DATE) +
               DAYS-TO-DUE).
           PERFORM ROLL-TO-BANKING-DAY.
           MOVE BANKING-TEST-DATE TO THIS-DUE-DATE.

      *------------------------------------------
      * Periods into due-date order - the ledger
      * is mostly in date order already, but a
      * reversal can open a period out of turn.
      *------------------------------------------
       SORT-DEP-TABLE.
           MOVE "Y" TO DEP-SWAPPED.
           PERFORM SORT-ONE-DEP-PASS
               UNTIL DEP-SWAPPED = "N".

       SORT-ONE-DEP-PASS.
           MOVE "N" TO DEP-SWAPPED.
           PERFORM COMPARE-ADJACENT-DEPS
               VARYING DEP-INDEX FROM 1 BY 1
               UNTIL DEP-INDEX NOT < DEP-COUNT.

       COMPARE-ADJACENT-DEPS.
           IF DEP-DUE-DATE (DEP-INDEX) >
              DEP-DUE-DATE (DEP-INDEX + 1)
               MOVE DEP-ENTRY (DEP-INDEX)     TO DEP-SWAP-ENTRY
               MOVE DEP-ENTRY (DEP-INDEX + 1) TO DEP-ENTRY (DEP-INDEX)
               MOVE DEP-SWAP-ENTRY        TO DEP-ENTRY (DEP-INDEX + 1)
               MOVE "Y" TO DEP-SWAPPED.

      *------------------------------------------
      * The GL side of the liability account.
      * Payment-side lines dated in the tax year
      * should add to the ledger; each deposit
      * should have its "WHD" line, same date
      * and amount.  GL lines from before the
      * company field belong to company 1.
      *
      * GLBATCH01 empties the raw spool
      * nightly, so most of the year lives in
      * the numbered glbatchNNNNNN files - the
      * batch log drives a walk of those first,
      * the same as GLRCN01, then the live
      * spool adds whatever has not been swept
      * yet.
      *------------------------------------------
       MATCH-THE-GL.
           OPEN INPUT GL-BATCH-LOG-FILE.
           PERFORM MATCH-THE-SWEPT-BATCHES.
           CLOSE GL-BATCH-LOG-FILE.
           PERFORM READ-NEXT-GL-RECORD.
           PERFORM MATCH-ONE-GL-LINE
               UNTIL GL-AT-END = "Y".

       MATCH-THE-SWEPT-BATCHES.
           MOVE ZEROES TO GTL-BATCH-ID.
           MOVE "N" TO BATCH-LOG-AT-END.
           START GL-BATCH-LOG-FILE
               KEY IS NOT LESS THAN GTL-BATCH-ID
               INVALID KEY MOVE "Y" TO BATCH-LOG-AT-END.
           PERFORM MATCH-ONE-BATCH
               UNTIL BATCH-LOG-AT-END = "Y".

       MATCH-ONE-BATCH.
           READ GL-BATCH-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO BATCH-LOG-AT-END.
           IF BATCH-LOG-AT-END = "N"
               MOVE GTL-BATCH-ID TO GL-BATCH-NAME-ID
               PERFORM MATCH-ONE-BATCH-FILE.

       MATCH-ONE-BATCH-FILE.
           MOVE "N" TO BATCH-AT-END.
           OPEN INPUT GL-BATCH-FILE.
           PERFORM READ-NEXT-BATCH-LINE.
           PERFORM MATCH-ONE-BATCH-LINE
               UNTIL BATCH-AT-END = "Y".
           CLOSE GL-BATCH-FILE.

      * A swept line is staged into the GLP record area so the
      * one matching test serves both sources.
       MATCH-ONE-BATCH-LINE.
           IF GL-BATCH-RECORD (1:1) = "D"
               MOVE GL-BATCH-RECORD   TO BATCH-DETAIL-LINE
               MOVE BD-RUN-DATE       TO GLP-RUN-DATE
               MOVE BD-ACCOUNT        TO GLP-ACCOUNT
               MOVE BD-AMOUNT         TO GLP-AMOUNT
               MOVE BD-VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER
               MOVE BD-CHECK-NO       TO GLP-CHECK-NO
               MOVE BD-SOURCE         TO GLP-SOURCE
               MOVE BD-COMPANY        TO GLP-COMPANY
               PERFORM QUALIFY-GL-LINE.
           PERFORM READ-NEXT-BATCH-LINE.

       MATCH-ONE-GL-LINE.
           PERFORM QUALIFY-GL-LINE.
           PERFORM READ-NEXT-GL-RECORD.

       QUALIFY-GL-LINE.
           MOVE GLP-COMPANY TO GL-COMPANY.
           IF GL-COMPANY = ZERO
               MOVE 1 TO GL-COMPANY.
           IF GL-COMPANY = COMPANY-CODE AND
              GLP-ACCOUNT = CONTROL-WHHOLD-ACCOUNT
               IF GLP-SOURCE = "WHD"
                   PERFORM MATCH-GL-TO-DEPOSIT
               ELSE
               IF GLP-RUN-DATE(1:4) = TAX-YEAR
                   SUBTRACT GLP-AMOUNT FROM GL-ACCRUED-TOTAL.

       MATCH-GL-TO-DEPOSIT.
           MOVE "N" TO DPT-SLOT-FOUND.
           PERFORM CHECK-ONE-DPT-SLOT
               VARYING DPT-INDEX FROM 1 BY 1
               UNTIL DPT-INDEX > DPT-COUNT OR
                     DPT-SLOT-FOUND = "Y".
           IF DPT-SLOT-FOUND = "Y"
               ADD GLP-AMOUNT TO GL-DEPOSIT-TOTAL.

       CHECK-ONE-DPT-SLOT.
           IF DPT-IN-GL (DPT-INDEX) = "N" AND
              DPT-DATE (DPT-INDEX) = GLP-RUN-DATE AND
              DPT-AMOUNT (DPT-INDEX) = GLP-AMOUNT
               MOVE "Y" TO DPT-SLOT-FOUND
               MOVE "Y" TO DPT-IN-GL (DPT-INDEX).

      *------------------------------------------
      * The deposit schedule.  Deposits apply to
      * the oldest liability first, so a period
      * is covered when the deposits made by its
      * due date reach the running liability
      * through it.
      *------------------------------------------
       PRINT-THE-SCHEDULE.
           MOVE SPACE TO PRINT-LINE.
           IF DEPOSIT-SCHEDULE = "M"
               STRING "DEPOSIT SCHEDULE - TAX YEAR " TAX-YEAR
                      " - COMPANY " COMPANY-CODE
                      " - MONTHLY DEPOSITOR"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "DEPOSIT SCHEDULE - TAX YEAR " TAX-YEAR
                      " - COMPANY " COMPANY-CODE
                      " - SEMIWEEKLY DEPOSITOR"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "PAID THRU  DUE DATE        LIABILITY"
                  "  DEPOSITED BY DUE  STATUS"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ZEROES TO CUMULATIVE-LIABILITY.
           PERFORM PRINT-ONE-PERIOD
               VARYING DEP-INDEX FROM 1 BY 1
               UNTIL DEP-INDEX > DEP-COUNT.
           IF DEP-COUNT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "NO BACKUP WITHHOLDING ON THE LEDGER FOR THIS "
                      "COMPANY AND YEAR"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           IF DEP-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 120 DEPOSIT PERIODS - "
                      "SCHEDULE IS INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-ONE-PERIOD.
           ADD DEP-LIABILITY (DEP-INDEX) TO CUMULATIVE-LIABILITY.
           MOVE ZEROES TO BY-DUE-TOTAL.
           PERFORM ADD-DEPOSIT-BY-DUE
               VARYING DPT-INDEX FROM 1 BY 1
               UNTIL DPT-INDEX > DPT-COUNT.
           COMPUTE UNCOVERED-AT-DUE =
               CUMULATIVE-LIABILITY - BY-DUE-TOTAL.
           COMPUTE UNCOVERED-NOW =
               CUMULATIVE-LIABILITY - DEPOSIT-TOTAL.
           PERFORM SET-PERIOD-STATUS.
           MOVE DEP-LIABILITY (DEP-INDEX) TO LIABILITY-FIELD.
           MOVE BY-DUE-TOTAL               TO BY-DUE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF PERIOD-FLAG-AMOUNT = ZEROES
               STRING DEP-THROUGH-DATE (DEP-INDEX)
                      "   " DEP-DUE-DATE (DEP-INDEX)
                      " " LIABILITY-FIELD
                      "   " BY-DUE-FIELD
                      "  " PERIOD-STATUS
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE PERIOD-FLAG-AMOUNT TO FLAG-AMOUNT-FIELD
               STRING DEP-THROUGH-DATE (DEP-INDEX)
                      "   " DEP-DUE-DATE (DEP-INDEX)
                      " " LIABILITY-FIELD
                      "   " BY-DUE-FIELD
                      "  " PERIOD-STATUS
                      FLAG-AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       ADD-DEPOSIT-BY-DUE.
           IF DPT-DATE (DPT-INDEX) NOT > DEP-DUE-DATE (DEP-INDEX)
               ADD DPT-AMOUNT (DPT-INDEX) TO BY-DUE-TOTAL.

      * The flagged amount is this period's own
      * share - never more than its liability.
       SET-PERIOD-STATUS.
           MOVE ZEROES TO PERIOD-FLAG-AMOUNT.
           MOVE "ON TIME" TO PERIOD-STATUS.
           IF DEP-LIABILITY (DEP-INDEX) > ZERO
               IF UNCOVERED-NOW > ZERO
                   IF UNCOVERED-NOW > DEP-LIABILITY (DEP-INDEX)
                       MOVE DEP-LIABILITY (DEP-INDEX)
                           TO PERIOD-FLAG-AMOUNT
                   ELSE
                       MOVE UNCOVERED-NOW TO PERIOD-FLAG-AMOUNT
                   END-IF
                   IF DEP-DUE-DATE (DEP-INDEX) > RUN-DATE
                       MOVE "NOT YET DUE " TO PERIOD-STATUS
                   ELSE
                       MOVE "*** SHORT  " TO PERIOD-STATUS
                       ADD 1 TO SHORT-COUNT
                   END-IF
               ELSE
               IF UNCOVERED-AT-DUE > ZERO
                   IF UNCOVERED-AT-DUE > DEP-LIABILITY (DEP-INDEX)
                       MOVE DEP-LIABILITY (DEP-INDEX)
                           TO PERIOD-FLAG-AMOUNT
                   ELSE
                       MOVE UNCOVERED-AT-DUE TO PERIOD-FLAG-AMOUNT
                   END-IF
                   MOVE "*** LATE   " TO PERIOD-STATUS
                   ADD 1 TO LATE-COUNT
               END-IF
               END-IF
           END-IF.

      *------------------------------------------
      * The deposits themselves, each with its
      * GL posting found or not.
      *------------------------------------------
       PRINT-THE-DEPOSITS.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "DEPOSITS FOR TAX YEAR " TAX-YEAR
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "SEQ  DEPOSITED  EFT ACKNOWLEDGMENT          AMOUNT"
                  "  GL"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-DEPOSIT
               VARYING DPT-INDEX FROM 1 BY 1
               UNTIL DPT-INDEX > DPT-COUNT.
           IF DPT-COUNT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "NO DEPOSITS RECORDED FOR THIS YEAR"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           IF DPT-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 200 DEPOSITS - ONLY THE FIRST "
                      "200 ARE SCHEDULED ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-ONE-DEPOSIT.
           MOVE DPT-AMOUNT (DPT-INDEX) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF DPT-IN-GL (DPT-INDEX) = "Y"
               STRING DPT-SEQUENCE (DPT-INDEX)
                      "  " DPT-DATE (DPT-INDEX)
                      "   " DPT-CONFIRMATION (DPT-INDEX)
                      " " AMOUNT-FIELD
                      "  POSTED"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               ADD 1 TO NOT-IN-GL-COUNT
               STRING DPT-SEQUENCE (DPT-INDEX)
                      "  " DPT-DATE (DPT-INDEX)
                      "   " DPT-CONFIRMATION (DPT-INDEX)
                      " " AMOUNT-FIELD
                      "  *** NOT IN GL ***"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Form 945.  Backup withholding is line 2
      * and, with nothing on line 1, the total
      * tax on line 3.  Line 7 is the monthly
      * liability summary a monthly depositor
      * fills in; a semiweekly one files the
      * Form 945-A instead, from the schedule
      * above.
      *------------------------------------------
       PRINT-THE-945-FIGURES.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "FORM 945 FIGURES - TAX YEAR " TAX-YEAR
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LEDGER-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  LINE 2  BACKUP WITHHOLDING        " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "  LINE 3  TOTAL TAXES               " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE DEPOSIT-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  LINE 4  TOTAL DEPOSITS            " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           COMPUTE BALANCE-DUE = LEDGER-TOTAL - DEPOSIT-TOTAL.
           MOVE SPACE TO PRINT-LINE.
           IF BALANCE-DUE < ZERO
               COMPUTE AMOUNT-FIELD = ZERO - BALANCE-DUE
               STRING "  LINE 6  OVERPAYMENT               "
                      AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE BALANCE-DUE TO AMOUNT-FIELD
               STRING "  LINE 5  BALANCE DUE               "
                      AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           IF DEPOSIT-SCHEDULE = "M"
               STRING "  LINE 7  MONTHLY SUMMARY OF TAX LIABILITY"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "  SEMIWEEKLY DEPOSITOR - FILE FORM 945-A; "
                      "MONTHLY LIABILITY FOR REFERENCE"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 12.
           MOVE LEDGER-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "      7M  TOTAL LIABILITY FOR YEAR  " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-MONTH.
           MOVE MONTH-LIABILITY (MONTH-INDEX) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "      7" MONTH-LINE-LETTERS (MONTH-INDEX:1)
                  "  MONTH " MONTH-INDEX
                  "                     " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Ledger, GL and deposits must agree
      * before the 945 goes out.
      *------------------------------------------
       PRINT-THE-PROOF.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "PROOF - WITHHOLDING ACCOUNT "
                  CONTROL-WHHOLD-ACCOUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LEDGER-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  WITHHOLDING LEDGER                " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE GL-ACCRUED-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  GL LIABILITY CREDITED             " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           COMPUTE PROOF-DIFFERENCE = LEDGER-TOTAL - GL-ACCRUED-TOTAL.
           PERFORM PRINT-PROOF-DIFFERENCE.
           MOVE DEPOSIT-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  DEPOSITS RECORDED                 " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE GL-DEPOSIT-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  GL LIABILITY DEBITED BY DEPOSITS  " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           COMPUTE PROOF-DIFFERENCE =
               DEPOSIT-TOTAL - GL-DEPOSIT-TOTAL.
           PERFORM PRINT-PROOF-DIFFERENCE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "PERIODS LATE: " LATE-COUNT
                  "   PERIODS SHORT: " SHORT-COUNT
                  "   DEPOSITS NOT IN GL: " NOT-IN-GL-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           IF OUT-OF-BALANCE = "Y" OR DPT-TABLE-FULL = "Y"
               STRING "*** LEDGER, GL AND DEPOSITS DO NOT AGREE - "
                      "DO NOT FILE THE 945 ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "LEDGER, GL AND DEPOSITS AGREE"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PROOF-DIFFERENCE.
           MOVE PROOF-DIFFERENCE TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF PROOF-DIFFERENCE = ZERO
               STRING "    DIFFERENCE                      "
                      AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "Y" TO OUT-OF-BALANCE
               STRING "    DIFFERENCE                      "
                      AMOUNT-FIELD
                      "  *** OUT OF BALANCE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-LEDGER-RECORD.
           MOVE "N" TO LEDGER-AT-END.
           READ WITHHOLDING-LEDGER-FILE RECORD
               AT END MOVE "Y" TO LEDGER-AT-END.

       READ-NEXT-GL-RECORD.
           MOVE "N" TO GL-AT-END.
           READ GL-POST-FILE RECORD
               AT END MOVE "Y" TO GL-AT-END.

       READ-NEXT-BATCH-LINE.
           READ GL-BATCH-FILE
               AT END MOVE "Y" TO BATCH-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HISTORY-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  MOVE ZEROES TO CONTROL-WHHOLD-ACCOUNT
                  DISPLAY "CONTROL FILE IS INVALID".

           COPY "plbnkday.cbl".

           COPY "plprint.cbl".
