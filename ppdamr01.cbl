       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDAMR01.
      *------------------------------------------
      * Monthly prepaid-expense amortization.
      * A voucher flagged prepaid in VCHMNT01
      * accrued to the prepaid asset account
      * instead of its expense lines; this
      * closing job moves the month's share
      * out again - expense debited on each of
      * the voucher's distribution lines,
      * the asset credited - onto GL-POST-FILE
      * as source "PPD", so the insurance and
      * maintenance-contract amortization stops
      * being a hand journal entry.
      *
      * The month is the one the month-end
      * date entered falls in.  A schedule
      * that missed a run (or started in an
      * earlier month) catches up every month
      * due through this one.  The month's
      * share is what is left in the asset
      * spread evenly over the months still to
      * run, so the last month takes the
      * pennies and an amount changed mid-
      * schedule corrects itself.
      *
      * Each schedule remembers the last month
      * it posted, so a second run for the
      * same month posts nothing - no run
      * control gate is needed.  A month-end
      * date in a closed period is refused.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slppdsch.cbl".

           COPY "slglpost.cbl".

           COPY "slperiod.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdppdsch.cbl".

           COPY "fdglpost.cbl".

           COPY "fdperiod.cbl".

       WORKING-STORAGE SECTION.

       77  SCHEDULE-AT-END             PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  AMORT-PERIOD-IS-OPEN        PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  AMORT-DATE                  PIC 9(08).
       77  AMORT-PERIOD                PIC 9(06).
       77  COMPANY-CODE                PIC 9(01).

       77  START-CCYY                  PIC 9(04).
       77  START-MM                    PIC 9(02).
       77  AMORT-CCYY                  PIC 9(04).
       77  AMORT-MM                    PIC 9(02).
       77  MONTHS-ELAPSED              PIC S9(05).
       77  MONTHS-DUE                  PIC S9(05).
       77  MONTHS-LEFT                 PIC S9(05).
       77  REMAINING-AMOUNT            PIC S9(6)V99.
       77  MONTH-AMOUNT                PIC S9(6)V99.
       77  LINE-SHARE                  PIC S9(6)V99.
       77  SHARES-POSTED               PIC S9(6)V99.
       77  LINE-INDEX                  PIC 9(01).

       77  AMORTIZED-COUNT             PIC 9(05) VALUE ZERO.
       77  COMPLETED-COUNT             PIC 9(05) VALUE ZERO.
       77  AMORTIZED-TOTAL             PIC S9(08)V99 VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  LEFT-FIELD                  PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

           COPY "wsdate01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF AMORT-PERIOD-IS-OPEN NOT = "Y"
               DISPLAY "*** MONTH-END DATE FALLS IN A CLOSED "
                       "ACCOUNTING PERIOD - NOTHING POSTED ***"
           ELSE
               PERFORM MAIN-PROCESS
               PERFORM DISPLAY-AMORTIZATION-TOTALS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O PREPAID-SCHEDULE-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN EXTEND GL-POST-FILE.
           PERFORM SET-COMPANY-CODE.
           PERFORM ENTER-AMORTIZATION-DATE.
           PERFORM CHECK-AMORTIZATION-PERIOD.

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

       ENTER-AMORTIZATION-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER MONTH-END DATE TO AMORTIZE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A MONTH-END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD      TO AMORT-DATE.
           MOVE DATE-CCYYMMDD-CCYY TO AMORT-CCYY.
           MOVE DATE-CCYYMMDD-MM   TO AMORT-MM.
           MOVE AMORT-DATE(1:6)    TO AMORT-PERIOD.

      *------------------------------------------
      * Closed-period lock - same edit GLPOST01
      * and RNIACC01 make.
      *------------------------------------------
       CHECK-AMORTIZATION-PERIOD.
           MOVE "Y" TO AMORT-PERIOD-IS-OPEN.
           MOVE AMORT-PERIOD TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               MOVE "N" TO AMORT-PERIOD-IS-OPEN.

       CLOSING-PROCEDURE.
           CLOSE PREPAID-SCHEDULE-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE GL-POST-FILE.

       MAIN-PROCESS.
           PERFORM DISPLAY-REPORT-HEADING.
           PERFORM READ-NEXT-SCHEDULE-RECORD.
           PERFORM AMORTIZE-THE-SCHEDULES
               UNTIL SCHEDULE-AT-END = "Y".

       AMORTIZE-THE-SCHEDULES.
           IF PPS-COMPANY = COMPANY-CODE AND
              PPS-STATUS = "A" AND
              PPS-LINE-COUNT > ZERO AND
              PPS-START-PERIOD NOT > AMORT-PERIOD AND
              PPS-LAST-PERIOD < AMORT-PERIOD
               PERFORM AMORTIZE-ONE-SCHEDULE.
           PERFORM READ-NEXT-SCHEDULE-RECORD.

      *------------------------------------------
      * Months due is every month from the
      * start through this one, less those
      * already posted, never past the end of
      * the schedule.  A schedule whose months
      * have all run but which still holds a
      * balance (its amount was raised late)
      * posts that balance now.
      *------------------------------------------
       AMORTIZE-ONE-SCHEDULE.
           MOVE PPS-START-PERIOD(1:4) TO START-CCYY.
           MOVE PPS-START-PERIOD(5:2) TO START-MM.
           COMPUTE MONTHS-ELAPSED =
               ((AMORT-CCYY - START-CCYY) * 12) +
               (AMORT-MM - START-MM) + 1.
           COMPUTE MONTHS-LEFT = PPS-MONTHS - PPS-MONTHS-POSTED.
           COMPUTE MONTHS-DUE = MONTHS-ELAPSED - PPS-MONTHS-POSTED.
           IF MONTHS-DUE > MONTHS-LEFT
               MOVE MONTHS-LEFT TO MONTHS-DUE.
           COMPUTE REMAINING-AMOUNT = PPS-AMOUNT - PPS-AMORTIZED.
           IF MONTHS-LEFT NOT > ZERO
               MOVE REMAINING-AMOUNT TO MONTH-AMOUNT
               MOVE ZERO TO MONTHS-DUE
           ELSE
           IF MONTHS-DUE NOT < MONTHS-LEFT
               MOVE REMAINING-AMOUNT TO MONTH-AMOUNT
           ELSE
           IF MONTHS-DUE > ZERO
               COMPUTE MONTH-AMOUNT ROUNDED =
                   REMAINING-AMOUNT * MONTHS-DUE / MONTHS-LEFT
           ELSE
               MOVE ZERO TO MONTH-AMOUNT.
           IF MONTH-AMOUNT NOT = ZERO
               PERFORM WRITE-AMORTIZATION-LINES.
           IF MONTH-AMOUNT NOT = ZERO OR
              MONTHS-DUE > ZERO
               PERFORM UPDATE-SCHEDULE-RECORD.

      *------------------------------------------
      * One pair per distribution line: the
      * line's expense debited and the asset
      * credited, on the books the line
      * belongs to - an intercompany line's
      * asset was booked on the owning company
      * at entry, so it is relieved there.
      * The month's amount is shared in
      * proportion to the lines; the last line
      * takes the rounding.
      *------------------------------------------
       WRITE-AMORTIZATION-LINES.
           MOVE ZERO TO SHARES-POSTED.
           PERFORM WRITE-ONE-LINE-PAIR
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > PPS-LINE-COUNT.

       WRITE-ONE-LINE-PAIR.
           IF LINE-INDEX = PPS-LINE-COUNT OR
              PPS-AMOUNT = ZERO
               COMPUTE LINE-SHARE = MONTH-AMOUNT - SHARES-POSTED
           ELSE
               COMPUTE LINE-SHARE ROUNDED =
                   MONTH-AMOUNT * PPS-LINE-AMOUNT (LINE-INDEX) /
                   PPS-AMOUNT.
           ADD LINE-SHARE TO SHARES-POSTED.
           IF PPS-LINE-COMPANY (LINE-INDEX) = ZERO
               MOVE PPS-COMPANY TO GLP-COMPANY
           ELSE
               MOVE PPS-LINE-COMPANY (LINE-INDEX) TO GLP-COMPANY.
           MOVE PPS-LINE-ACCOUNT (LINE-INDEX) TO GLP-ACCOUNT.
           MOVE LINE-SHARE TO GLP-AMOUNT.
           PERFORM WRITE-PPD-POST-RECORD.
           MOVE PPS-ASSET-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - LINE-SHARE.
           PERFORM WRITE-PPD-POST-RECORD.

       WRITE-PPD-POST-RECORD.
           MOVE AMORT-DATE         TO GLP-RUN-DATE.
           MOVE PPS-VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES             TO GLP-CHECK-NO.
           MOVE "PPD"              TO GLP-SOURCE.
           WRITE GL-POST-RECORD.

       UPDATE-SCHEDULE-RECORD.
           ADD MONTHS-DUE   TO PPS-MONTHS-POSTED.
           ADD MONTH-AMOUNT TO PPS-AMORTIZED.
           MOVE AMORT-PERIOD TO PPS-LAST-PERIOD.
           IF PPS-AMORTIZED = PPS-AMOUNT AND
              PPS-MONTHS-POSTED NOT < PPS-MONTHS
               MOVE "C" TO PPS-STATUS
               ADD 1 TO COMPLETED-COUNT.
           PERFORM DISPLAY-DETAIL-LINE.
           ADD 1            TO AMORTIZED-COUNT.
           ADD MONTH-AMOUNT TO AMORTIZED-TOTAL.
           REWRITE PREPAID-SCHEDULE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PREPAID SCHEDULE "
                       PPS-VOUCHER-NUMBER.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           DISPLAY " ".
           DISPLAY "PREPAID EXPENSE AMORTIZATION - MONTH ENDING "
                   AMORT-DATE " COMPANY " COMPANY-CODE.
           DISPLAY " ".
           DISPLAY "VOUCHER VENDOR INVOICE         ASSET  MOS "
                   "POSTED   THIS RUN  LEFT IN ASSET".

       DISPLAY-DETAIL-LINE.
           MOVE MONTH-AMOUNT TO AMOUNT-FIELD.
           COMPUTE REMAINING-AMOUNT = PPS-AMOUNT - PPS-AMORTIZED.
           MOVE REMAINING-AMOUNT TO LEFT-FIELD.
           DISPLAY PPS-VOUCHER-NUMBER " " PPS-VENDOR " "
                   PPS-INVOICE " " PPS-ASSET-ACCOUNT " "
                   PPS-MONTHS-POSTED "/" PPS-MONTHS " "
                   AMOUNT-FIELD " " LEFT-FIELD.

       DISPLAY-AMORTIZATION-TOTALS.
           DISPLAY " ".
           DISPLAY "SCHEDULES AMORTIZED:  " AMORTIZED-COUNT.
           DISPLAY "SCHEDULES COMPLETED:  " COMPLETED-COUNT.
           MOVE AMORTIZED-TOTAL TO TOTAL-FIELD.
           DISPLAY "TOTAL EXPENSED:       " TOTAL-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-SCHEDULE-RECORD.
           MOVE "N" TO SCHEDULE-AT-END.
           READ PREPAID-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-AT-END.

           COPY "pldate01.cbl".
