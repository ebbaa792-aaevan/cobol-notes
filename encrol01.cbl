       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCROL01.
      *------------------------------------------
      * Year-end encumbrance roll-forward.  At
      * fiscal year end every purchase order
      * still open carries its unvouchered
      * balance (PO-AMOUNT less PO-VOUCHERED-
      * AMOUNT, as CMTRPT01 counts it) into the
      * new year.  The supervisor keys the last
      * period of the year being closed; the
      * new year starts with the period after.
      *
      * The listing shows every open PO dated
      * in or before the closing year, by GL
      * account with account totals.  The roll
      * run also, for each one:
      *   - writes a carried-forward commitment
      *     (FDENCCF.CBL) for the new year,
      *   - relieves the old year's budget -
      *     the PO date's period, or the year's
      *     first period for a PO older than
      *     the year (where last year's roll
      *     put it),
      *   - adds the same amount to the budget
      *     for the new year's first period,
      *     creating that record with the old
      *     one's over-budget action if the
      *     account had none yet.
      * An account budgeted in neither year
      * gets the commitment record only - a new
      * budget holding nothing but the carry
      * would start blocking the account.
      *
      * A PO already carried for this year end
      * is passed over, so the run can be
      * repeated - after an interruption, or
      * once late POs are keyed - without
      * counting anything twice.  The carry
      * record is written before the budgets
      * are touched for the same reason.
      * Budget changes go on the audit log
      * under source "U", as BUDMNT01's do.
      *
      * Collected in a table and exchange-
      * sorted on account/PO, as CMTRPT01
      * does.  Past the table's size the rest
      * wait for another run.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpurord.cbl".

           COPY "slbudget.cbl".

           COPY "slenccf.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpurord.cbl".

           COPY "fdbudget.cbl".

           COPY "fdenccf.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  RUN-MODE                    PIC X(01).
           88  ROLL-RUN                VALUE "R".
       77  OK-TO-ROLL                  PIC X(01).
       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  PO-AT-END                   PIC X(01).
       77  CARRY-RECORD-FOUND          PIC X(01).
       77  BUDGET-RECORD-FOUND         PIC X(01).
       77  OLD-BUDGET-FOUND            PIC X(01).
       77  NEW-BUDGET-FOUND            PIC X(01).
       77  OLD-BUDGET-ACTION           PIC X(01).

       77  RUN-DATE                    PIC 9(08).

      *------------------------------------------
      * The year being closed.
      *------------------------------------------
       01  YEAR-END-PERIOD.
           05 YEAR-END-CCYY            PIC 9(04).
           05 YEAR-END-MM              PIC 9(02).
       01  OLD-FIRST-PERIOD.
           05 OLD-FIRST-CCYY           PIC 9(04).
           05 OLD-FIRST-MM             PIC 9(02).
       01  NEW-FIRST-PERIOD.
           05 NEW-FIRST-CCYY           PIC 9(04).
           05 NEW-FIRST-MM             PIC 9(02).

       77  PO-OPEN-BALANCE             PIC S9(6)V99.
       77  PO-PERIOD                   PIC 9(06).

       77  ROLL-COUNT                  PIC 9(04) VALUE ZERO.
       77  ROLL-INDEX                  PIC 9(04).
       77  ROLL-SWAPPED                PIC X(01).
       77  ROLL-TABLE-FULL             PIC X(01) VALUE "N".
       01  ROLL-TABLE.
           05 ROLL-ENTRY               OCCURS 1000 TIMES.
              10 ROLL-SORT-KEY.
                 15 ROLL-ACCOUNT       PIC 9(06).
                 15 ROLL-PO            PIC 9(06).
              10 ROLL-VENDOR           PIC 9(05).
              10 ROLL-OLD-PERIOD       PIC 9(06).
              10 ROLL-AMOUNT           PIC S9(6)V99.
       01  ROLL-SWAP-ENTRY.
           05 ROLL-SWAP-KEY            PIC X(12).
           05 ROLL-SWAP-VENDOR         PIC 9(05).
           05 ROLL-SWAP-OLD-PERIOD     PIC 9(06).
           05 ROLL-SWAP-AMOUNT         PIC S9(6)V99.

       77  CURRENT-ACCOUNT             PIC 9(06).
       77  ACCOUNT-TOTAL               PIC S9(08)V99.
       77  GRAND-TOTAL                 PIC S9(08)V99 VALUE ZERO.
       77  BUDGET-MOVED-TOTAL          PIC S9(08)V99 VALUE ZERO.
       77  ALREADY-CARRIED-COUNT       PIC 9(05) VALUE ZERO.
       77  ALREADY-CARRIED-TOTAL       PIC S9(08)V99 VALUE ZERO.
       77  ROLL-NOTE                   PIC X(30).

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZZZ9.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF MENU-PICK NOT = 0
               PERFORM MAIN-PROCESS
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

      *------------------------------------------
      * The run and the year are chosen before
      * anything is opened for update.
      *------------------------------------------
       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.
           CLOSE OPERATOR-FILE.
           PERFORM GET-MENU-PICK.
           IF MENU-PICK = 2 AND NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY ROLL COMMITMENTS "
                       "FORWARD"
               MOVE 0 TO MENU-PICK.
           IF MENU-PICK NOT = 0
               PERFORM ENTER-YEAR-END-PERIOD.
           IF MENU-PICK = 2
               PERFORM GET-OK-TO-ROLL
               IF OK-TO-ROLL = "N"
                   MOVE 0 TO MENU-PICK.
           IF MENU-PICK = 1
               MOVE "L" TO RUN-MODE
               OPEN INPUT PURCHASE-ORDER-FILE
               OPEN INPUT BUDGET-FILE
               OPEN INPUT ENCUMBRANCE-CARRY-FILE
           ELSE
           IF MENU-PICK = 2
               MOVE "R" TO RUN-MODE
               OPEN INPUT PURCHASE-ORDER-FILE
               OPEN I-O BUDGET-FILE
               OPEN I-O ENCUMBRANCE-CARRY-FILE
               OPEN EXTEND AUDIT-LOG-FILE
               MOVE "U" TO MAUD-SOURCE
               MOVE OPERATOR-ID TO MAUD-OPERATOR.
           IF MENU-PICK NOT = 0
               MOVE "ENCROL01" TO REPORT-ID
               MOVE "YEAR-END ENCUMBRANCE ROLL-FORWARD"
                 TO REPORT-TITLE
               PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE BUDGET-FILE.
           CLOSE ENCUMBRANCE-CARRY-FILE.
           IF ROLL-RUN
               CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - the roll is a supervisor's
      * run, and the carry records and budget
      * audit entries carry who ran it.
      *------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
      *    An identity APMAIN01 already verified by password is
      *    trusted - only a standalone run still prompts.
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
      * MENU
      *------------------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    YEAR-END ENCUMBRANCE ROLL-FORWARD".
           DISPLAY " ".
           DISPLAY "          1.  LIST OPEN PO BALANCES TO CARRY".
           DISPLAY "          2.  ROLL THEM INTO THE NEW YEAR".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *------------------------------------------
      * The closing year is the twelve periods
      * ending with the one keyed.
      *------------------------------------------
       ENTER-YEAR-END-PERIOD.
           PERFORM ACCEPT-YEAR-END-PERIOD.
           PERFORM RE-ACCEPT-YEAR-END-PERIOD
               UNTIL YEAR-END-MM > 0 AND YEAR-END-MM < 13.
           IF YEAR-END-MM = 12
               MOVE YEAR-END-CCYY TO OLD-FIRST-CCYY
               MOVE 1             TO OLD-FIRST-MM
               COMPUTE NEW-FIRST-CCYY = YEAR-END-CCYY + 1
               MOVE 1             TO NEW-FIRST-MM
           ELSE
               COMPUTE OLD-FIRST-CCYY = YEAR-END-CCYY - 1
               COMPUTE OLD-FIRST-MM   = YEAR-END-MM + 1
               MOVE YEAR-END-CCYY TO NEW-FIRST-CCYY
               COMPUTE NEW-FIRST-MM   = YEAR-END-MM + 1.

       ACCEPT-YEAR-END-PERIOD.
           DISPLAY "LAST PERIOD OF THE YEAR BEING CLOSED (CCYYMM)".
           ACCEPT YEAR-END-PERIOD.

       RE-ACCEPT-YEAR-END-PERIOD.
           DISPLAY "INVALID PERIOD - MONTH MUST BE 01 THRU 12".
           PERFORM ACCEPT-YEAR-END-PERIOD.

       GET-OK-TO-ROLL.
           PERFORM ACCEPT-OK-TO-ROLL.
           PERFORM RE-ACCEPT-OK-TO-ROLL
               UNTIL OK-TO-ROLL = "Y" OR "N".

       ACCEPT-OK-TO-ROLL.
           DISPLAY "CARRY OPEN PO BALANCES FROM " OLD-FIRST-PERIOD
                   "-" YEAR-END-PERIOD " INTO " NEW-FIRST-PERIOD
                   " (Y/N)?".
           ACCEPT OK-TO-ROLL.
           INSPECT OK-TO-ROLL
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-ROLL.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-ROLL.

       MAIN-PROCESS.
           PERFORM READ-NEXT-PO-RECORD.
           PERFORM COLLECT-THE-COMMITMENTS
               UNTIL PO-AT-END = "Y".
           PERFORM SORT-ROLL-TABLE.
           PERFORM PRINT-COLUMN-HEADING.
           MOVE ZEROES TO ACCOUNT-TOTAL.
           IF ROLL-COUNT > ZEROES
               MOVE ROLL-ACCOUNT (1) TO CURRENT-ACCOUNT.
           PERFORM ROLL-ONE-COMMITMENT
               VARYING ROLL-INDEX FROM 1 BY 1
               UNTIL ROLL-INDEX > ROLL-COUNT.
           IF ROLL-COUNT > ZEROES
               PERFORM PRINT-ACCOUNT-TOTAL.
           PERFORM PRINT-RUN-TOTALS.

      *------------------------------------------
      * Collect - open POs dated no later than
      * the closing year, not yet carried for
      * this year end.
      *------------------------------------------
       COLLECT-THE-COMMITMENTS.
           MOVE PO-DATE (1:6) TO PO-PERIOD.
           IF PO-STATUS = "O" AND
              PO-VOUCHERED-AMOUNT < PO-AMOUNT AND
              PO-PERIOD NOT > YEAR-END-PERIOD
               PERFORM COLLECT-ONE-COMMITMENT.
           PERFORM READ-NEXT-PO-RECORD.

       COLLECT-ONE-COMMITMENT.
           COMPUTE PO-OPEN-BALANCE =
               PO-AMOUNT - PO-VOUCHERED-AMOUNT.
           MOVE PO-NUMBER       TO ECF-PO-NUMBER.
           MOVE YEAR-END-PERIOD TO ECF-YEAR-END.
           MOVE "Y" TO CARRY-RECORD-FOUND.
           READ ENCUMBRANCE-CARRY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CARRY-RECORD-FOUND.
           IF CARRY-RECORD-FOUND = "Y"
               ADD 1          TO ALREADY-CARRIED-COUNT
               ADD ECF-AMOUNT TO ALREADY-CARRIED-TOTAL
           ELSE
           IF ROLL-COUNT < 1000
               ADD 1 TO ROLL-COUNT
               MOVE PO-GL-ACCOUNT   TO ROLL-ACCOUNT (ROLL-COUNT)
               MOVE PO-NUMBER       TO ROLL-PO (ROLL-COUNT)
               MOVE PO-VENDOR       TO ROLL-VENDOR (ROLL-COUNT)
               MOVE PO-OPEN-BALANCE TO ROLL-AMOUNT (ROLL-COUNT)
               IF PO-PERIOD < OLD-FIRST-PERIOD
                   MOVE OLD-FIRST-PERIOD
                     TO ROLL-OLD-PERIOD (ROLL-COUNT)
               ELSE
                   MOVE PO-PERIOD TO ROLL-OLD-PERIOD (ROLL-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO ROLL-TABLE-FULL.

      *------------------------------------------
      * Plain exchange sort on account/PO, as
      * CMTRPT01 sorts its table.
      *------------------------------------------
       SORT-ROLL-TABLE.
           MOVE "Y" TO ROLL-SWAPPED.
           PERFORM SORT-ONE-PASS
               UNTIL ROLL-SWAPPED = "N".

       SORT-ONE-PASS.
           MOVE "N" TO ROLL-SWAPPED.
           IF ROLL-COUNT > 1
               PERFORM COMPARE-ADJACENT-ENTRIES
                   VARYING ROLL-INDEX FROM 1 BY 1
                   UNTIL ROLL-INDEX >= ROLL-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           IF ROLL-SORT-KEY (ROLL-INDEX) >
              ROLL-SORT-KEY (ROLL-INDEX + 1)
               MOVE ROLL-ENTRY (ROLL-INDEX)     TO ROLL-SWAP-ENTRY
               MOVE ROLL-ENTRY (ROLL-INDEX + 1)
                   TO ROLL-ENTRY (ROLL-INDEX)
               MOVE ROLL-SWAP-ENTRY TO ROLL-ENTRY (ROLL-INDEX + 1)
               MOVE "Y" TO ROLL-SWAPPED.

      *------------------------------------------
      * One PO - listed always, carried on the
      * roll run.
      *------------------------------------------
       ROLL-ONE-COMMITMENT.
           IF ROLL-ACCOUNT (ROLL-INDEX) NOT = CURRENT-ACCOUNT
               PERFORM PRINT-ACCOUNT-TOTAL
               MOVE ROLL-ACCOUNT (ROLL-INDEX) TO CURRENT-ACCOUNT.
           ADD ROLL-AMOUNT (ROLL-INDEX) TO ACCOUNT-TOTAL
                                           GRAND-TOTAL.
           PERFORM CHECK-THE-BUDGETS.
           IF ROLL-RUN
               PERFORM WRITE-CARRY-RECORD
               IF ECF-BUDGET-MOVED = "Y"
                   PERFORM MOVE-THE-BUDGET.
           PERFORM PRINT-COMMITMENT-LINE.

       CHECK-THE-BUDGETS.
           MOVE "N" TO OLD-BUDGET-FOUND
                       NEW-BUDGET-FOUND.
           MOVE "W" TO OLD-BUDGET-ACTION.
           IF ROLL-ACCOUNT (ROLL-INDEX) NOT = ZEROES
               MOVE ROLL-ACCOUNT (ROLL-INDEX)    TO BUD-ACCOUNT
               MOVE ROLL-OLD-PERIOD (ROLL-INDEX) TO BUD-PERIOD
               PERFORM READ-BUDGET-RECORD
               MOVE BUDGET-RECORD-FOUND TO OLD-BUDGET-FOUND
               IF OLD-BUDGET-FOUND = "Y"
                   MOVE BUD-ACTION TO OLD-BUDGET-ACTION
               END-IF
               MOVE ROLL-ACCOUNT (ROLL-INDEX) TO BUD-ACCOUNT
               MOVE NEW-FIRST-PERIOD          TO BUD-PERIOD
               PERFORM READ-BUDGET-RECORD
               MOVE BUDGET-RECORD-FOUND TO NEW-BUDGET-FOUND.
           IF ROLL-ACCOUNT (ROLL-INDEX) = ZEROES
               MOVE "N" TO ECF-BUDGET-MOVED
               MOVE "NO GL ACCOUNT - NO BUDGET MOVED" TO ROLL-NOTE
           ELSE
           IF OLD-BUDGET-FOUND = "N" AND NEW-BUDGET-FOUND = "N"
               MOVE "N" TO ECF-BUDGET-MOVED
               MOVE "UNBUDGETED - NO BUDGET MOVED" TO ROLL-NOTE
           ELSE
               MOVE "Y" TO ECF-BUDGET-MOVED
               ADD ROLL-AMOUNT (ROLL-INDEX) TO BUDGET-MOVED-TOTAL
               IF NEW-BUDGET-FOUND = "N"
                   MOVE "NEW-YEAR BUDGET CREATED" TO ROLL-NOTE
               ELSE
               IF OLD-BUDGET-FOUND = "N"
                   MOVE "NO OLD-YEAR BUDGET TO RELIEVE"
                     TO ROLL-NOTE
               ELSE
                   MOVE SPACE TO ROLL-NOTE.

       WRITE-CARRY-RECORD.
           MOVE ROLL-PO (ROLL-INDEX)         TO ECF-PO-NUMBER.
           MOVE YEAR-END-PERIOD              TO ECF-YEAR-END.
           MOVE ROLL-ACCOUNT (ROLL-INDEX)    TO ECF-GL-ACCOUNT.
           MOVE ROLL-AMOUNT (ROLL-INDEX)     TO ECF-AMOUNT.
           MOVE ROLL-OLD-PERIOD (ROLL-INDEX) TO ECF-OLD-PERIOD.
           MOVE NEW-FIRST-PERIOD             TO ECF-NEW-PERIOD.
           MOVE RUN-DATE                     TO ECF-RUN-DATE.
           MOVE OPERATOR-ID                  TO ECF-OPERATOR.
           WRITE ENCUMBRANCE-CARRY-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CARRY-FORWARD FOR PO "
                       ECF-PO-NUMBER.

      *    Old year relieved, new year charged - each change on
      *    the audit log as BUDMNT01 would have logged it.
       MOVE-THE-BUDGET.
           IF OLD-BUDGET-FOUND = "Y"
               MOVE ROLL-ACCOUNT (ROLL-INDEX)    TO BUD-ACCOUNT
               MOVE ROLL-OLD-PERIOD (ROLL-INDEX) TO BUD-PERIOD
               PERFORM READ-BUDGET-RECORD
               PERFORM SET-BUDGET-AUDIT-KEY
               PERFORM CAPTURE-MASTER-BEFORE
               SUBTRACT ROLL-AMOUNT (ROLL-INDEX) FROM BUD-AMOUNT
               PERFORM REWRITE-BUDGET-RECORD
               PERFORM LOG-MASTER-CHANGES.
           MOVE ROLL-ACCOUNT (ROLL-INDEX) TO BUD-ACCOUNT.
           MOVE NEW-FIRST-PERIOD          TO BUD-PERIOD.
           IF NEW-BUDGET-FOUND = "Y"
               PERFORM READ-BUDGET-RECORD
               PERFORM SET-BUDGET-AUDIT-KEY
               PERFORM CAPTURE-MASTER-BEFORE
               ADD ROLL-AMOUNT (ROLL-INDEX) TO BUD-AMOUNT
               PERFORM REWRITE-BUDGET-RECORD
               PERFORM LOG-MASTER-CHANGES
           ELSE
               MOVE ROLL-AMOUNT (ROLL-INDEX) TO BUD-AMOUNT
               MOVE ZEROES                   TO BUD-POSTED-AMOUNT
               MOVE OLD-BUDGET-ACTION        TO BUD-ACTION
               PERFORM WRITE-BUDGET-RECORD
               PERFORM SET-BUDGET-AUDIT-KEY
               MOVE BUD-AMOUNT TO MAUD-AMOUNT-FIELD
               MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE
               PERFORM LOG-MASTER-ADD.

       SET-BUDGET-AUDIT-KEY.
           MOVE SPACE TO MAUD-KEY.
           STRING BUD-ACCOUNT " " BUD-PERIOD
                  DELIMITED BY SIZE INTO MAUD-KEY.

       CAPTURE-MASTER-FIELDS.
           MOVE "BUDGET-AMOUNT" TO MAUD-FIELD-NAME.
           MOVE BUD-AMOUNT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-COLUMN-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "YEAR CLOSED " OLD-FIRST-PERIOD " - "
                  YEAR-END-PERIOD "   CARRIED INTO "
                  NEW-FIRST-PERIOD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "ACCOUNT  PO      VENDOR  RELIEVED     OPEN "
                  "BALANCE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-COMMITMENT-LINE.
           MOVE ROLL-AMOUNT (ROLL-INDEX) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING ROLL-ACCOUNT (ROLL-INDEX) "   "
                  ROLL-PO (ROLL-INDEX) "  "
                  ROLL-VENDOR (ROLL-INDEX) "   "
                  ROLL-OLD-PERIOD (ROLL-INDEX) "  "
                  AMOUNT-FIELD "  " ROLL-NOTE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ACCOUNT-TOTAL.
           MOVE ACCOUNT-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  ACCOUNT " CURRENT-ACCOUNT " TOTAL"
                  "              " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ZEROES TO ACCOUNT-TOTAL.

       PRINT-RUN-TOTALS.
           MOVE ROLL-COUNT TO COUNT-FIELD.
           MOVE GRAND-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF ROLL-RUN
               STRING "POS CARRIED FORWARD   " COUNT-FIELD
                      "        " AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "POS TO CARRY FORWARD  " COUNT-FIELD
                      "        " AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE BUDGET-MOVED-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "BUDGET MOVED TO NEW YEAR     "
                  "        " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ALREADY-CARRIED-COUNT TO COUNT-FIELD.
           MOVE ALREADY-CARRIED-TOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "ALREADY CARRIED FOR   " COUNT-FIELD
                  "        " AMOUNT-FIELD "  (PASSED OVER)"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF ROLL-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 1000 OPEN POS - RUN AGAIN "
                      "FOR THE REST"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-PO-RECORD.
           MOVE "N" TO PO-AT-END.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-AT-END.

       READ-BUDGET-RECORD.
           MOVE "Y" TO BUDGET-RECORD-FOUND.
           READ BUDGET-FILE RECORD
               INVALID KEY
                  MOVE "N" TO BUDGET-RECORD-FOUND.

       WRITE-BUDGET-RECORD.
           WRITE BUDGET-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BUDGET " BUD-KEY.

       REWRITE-BUDGET-RECORD.
           REWRITE BUDGET-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BUDGET " BUD-KEY.

           COPY "plaudmst.cbl".

           COPY "plprint.cbl".
