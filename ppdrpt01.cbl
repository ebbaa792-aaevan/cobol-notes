       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDRPT01.
      *------------------------------------------
      * Prepaid expense balance.  Lists every
      * prepaid schedule for the company still
      * holding money in the prepaid asset -
      * the voucher, vendor and invoice, what
      * was prepaid, what PPDAMR01 has expensed
      * so far and what is left - and totals
      * the remainder by asset account, so the
      * prepaid account on the trial balance
      * can be proved voucher by voucher
      * instead of by a spreadsheet.  Fully
      * expensed schedules are left off.
      * Listed in voucher-number order.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slppdsch.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdppdsch.cbl".

       WORKING-STORAGE SECTION.

       77  SCHEDULE-AT-END             PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).
       77  REMAINING-AMOUNT            PIC S9(6)V99.
       77  LISTED-COUNT                PIC 9(05) VALUE ZERO.
       77  PREPAID-TOTAL               PIC S9(08)V99 VALUE ZERO.
       77  AMORTIZED-TOTAL             PIC S9(08)V99 VALUE ZERO.
       77  REMAINING-TOTAL             PIC S9(08)V99 VALUE ZERO.

       77  ACCOUNT-INDEX               PIC 9(02).
       77  ACCOUNT-COUNT               PIC 9(02) VALUE ZERO.
       77  ACCOUNT-FOUND               PIC X(01).

      *------------------------------------------
      * Remaining balance by asset account -
      * normally one account per company, but
      * a schedule keeps the account it was
      * booked to, so a changed control
      * account shows as a second line.
      *------------------------------------------
       01  ACCOUNT-TOTALS.
           05 ACCOUNT-TOTAL OCCURS 20 TIMES.
              10 AT-ACCOUNT            PIC 9(06).
              10 AT-REMAINING          PIC S9(08)V99.

       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  AMORTIZED-FIELD             PIC ZZZ,ZZ9.99-.
       77  LEFT-FIELD                  PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wscompny.cbl".

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
           OPEN INPUT PREPAID-SCHEDULE-FILE.
           PERFORM SET-COMPANY-CODE.
           PERFORM DISPLAY-REPORT-HEADING.

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

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-REPORT-TOTALS.
           CLOSE PREPAID-SCHEDULE-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-SCHEDULE-RECORD.
           PERFORM REPORT-THE-SCHEDULES
               UNTIL SCHEDULE-AT-END = "Y".

       REPORT-THE-SCHEDULES.
           IF PPS-COMPANY = COMPANY-CODE AND
              PPS-AMORTIZED NOT = PPS-AMOUNT
               PERFORM REPORT-ONE-SCHEDULE.
           PERFORM READ-NEXT-SCHEDULE-RECORD.

       REPORT-ONE-SCHEDULE.
           COMPUTE REMAINING-AMOUNT = PPS-AMOUNT - PPS-AMORTIZED.
           ADD 1                TO LISTED-COUNT.
           ADD PPS-AMOUNT       TO PREPAID-TOTAL.
           ADD PPS-AMORTIZED    TO AMORTIZED-TOTAL.
           ADD REMAINING-AMOUNT TO REMAINING-TOTAL.
           PERFORM ADD-TO-ACCOUNT-TOTAL.
           MOVE PPS-AMOUNT       TO AMOUNT-FIELD.
           MOVE PPS-AMORTIZED    TO AMORTIZED-FIELD.
           MOVE REMAINING-AMOUNT TO LEFT-FIELD.
           DISPLAY PPS-VOUCHER-NUMBER " " PPS-VENDOR " "
                   PPS-INVOICE " " PPS-ASSET-ACCOUNT " "
                   PPS-START-PERIOD " "
                   PPS-MONTHS-POSTED "/" PPS-MONTHS " "
                   AMOUNT-FIELD " " AMORTIZED-FIELD " "
                   LEFT-FIELD.

       ADD-TO-ACCOUNT-TOTAL.
           MOVE "N" TO ACCOUNT-FOUND.
           PERFORM MATCH-ONE-ACCOUNT
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
                  OR ACCOUNT-FOUND = "Y".
           IF ACCOUNT-FOUND = "N" AND
              ACCOUNT-COUNT < 20
               ADD 1 TO ACCOUNT-COUNT
               MOVE PPS-ASSET-ACCOUNT TO AT-ACCOUNT (ACCOUNT-COUNT)
               MOVE REMAINING-AMOUNT
                   TO AT-REMAINING (ACCOUNT-COUNT).

       MATCH-ONE-ACCOUNT.
           IF AT-ACCOUNT (ACCOUNT-INDEX) = PPS-ASSET-ACCOUNT
               ADD REMAINING-AMOUNT TO AT-REMAINING (ACCOUNT-INDEX)
               MOVE "Y" TO ACCOUNT-FOUND.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           DISPLAY " ".
           DISPLAY "PREPAID EXPENSE BALANCE - COMPANY "
                   COMPANY-CODE " - RUN DATE " RUN-DATE.
           DISPLAY " ".
           DISPLAY "VOUCHER VENDOR INVOICE         ASSET  START  "
                   "MOS        PREPAID   EXPENSED      LEFT".

       DISPLAY-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "SCHEDULES OPEN:        " LISTED-COUNT.
           MOVE PREPAID-TOTAL TO TOTAL-FIELD.
           DISPLAY "TOTAL PREPAID:         " TOTAL-FIELD.
           MOVE AMORTIZED-TOTAL TO TOTAL-FIELD.
           DISPLAY "TOTAL EXPENSED:        " TOTAL-FIELD.
           MOVE REMAINING-TOTAL TO TOTAL-FIELD.
           DISPLAY "TOTAL LEFT IN ASSET:   " TOTAL-FIELD.
           DISPLAY " ".
           DISPLAY "BALANCE BY ASSET ACCOUNT - SHOULD AGREE TO "
                   "THE LEDGER:".
           PERFORM DISPLAY-ONE-ACCOUNT-TOTAL
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT.

       DISPLAY-ONE-ACCOUNT-TOTAL.
           MOVE AT-REMAINING (ACCOUNT-INDEX) TO TOTAL-FIELD.
           DISPLAY "   ACCOUNT " AT-ACCOUNT (ACCOUNT-INDEX)
                   "  " TOTAL-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-SCHEDULE-RECORD.
           MOVE "N" TO SCHEDULE-AT-END.
           READ PREPAID-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-AT-END.
