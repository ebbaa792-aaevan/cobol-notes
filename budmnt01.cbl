      * at entry, not a month later from the
      * GL team.  The account must exist on
      * the chart of accounts before it can
      * carry a budget.  Every budget added and
      * every amount or action changed goes on
      * the audit log (source "U", keyed by
      * account and period) with its before and
      * after values.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slglacct.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdglacct.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
       77  THE-MODE                     PIC X(7).
       77  BUDGET-RECORD-FOUND          PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  WHICH-FIELD                  PIC 9.


           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
       OPENING-PROCEDURE.
           OPEN I-O BUDGET-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "U"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE BUDGET-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - every change made here goes
      * on the audit log under the operator's
      * ID, so the ID must be on file in
      * OPERATOR-FILE before this program will
      * let anyone in.
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

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
               PERFORM ENTER-BUDGET-ACTION
               MOVE ZEROES TO BUD-POSTED-AMOUNT
               PERFORM WRITE-BUDGET-RECORD
               PERFORM SET-BUDGET-AUDIT-KEY
               MOVE BUD-AMOUNT TO MAUD-AMOUNT-FIELD
               MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE
               PERFORM LOG-MASTER-ADD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.
               PERFORM ASK-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM SET-BUDGET-AUDIT-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           IF WHICH-FIELD = 1
               PERFORM ENTER-BUDGET-AMOUNT.
           IF WHICH-FIELD = 2
               PERFORM ENTER-BUDGET-ACTION.
           PERFORM REWRITE-BUDGET-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

           DISPLAY "2. OVER-BUDGET ACTION: " BUD-ACTION.
           DISPLAY " ".

      *------------------------------------------
      * The before/after audit (see
      * WSAUDMST.CBL) - keyed by account and
      * period, the way the budget file is.
      *------------------------------------------
       SET-BUDGET-AUDIT-KEY.
           MOVE SPACE TO MAUD-KEY.
           STRING BUD-ACCOUNT " " BUD-PERIOD
                  DELIMITED BY SIZE INTO MAUD-KEY.

       CAPTURE-MASTER-FIELDS.
           MOVE "BUDGET-AMOUNT" TO MAUD-FIELD-NAME.
           MOVE BUD-AMOUNT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "OVER-BUDGET-ACTION" TO MAUD-FIELD-NAME.
           MOVE BUD-ACTION TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
           REWRITE BUDGET-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BUDGET RECORD".

           COPY "plaudmst.cbl".
