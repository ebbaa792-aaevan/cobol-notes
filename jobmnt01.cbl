       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMNT01.
      *------------------------------------------
      * Add, change and inquire against the
      * project / job master.  Every voucher
      * distribution line may carry a job
      * number, and the entry programs refuse
      * one that is not on file here or has
      * been closed, so the government-contract
      * costs are collected by job at entry
      * instead of in a side spreadsheet.
      * JOBRPT01 measures the cost against
      * the budget kept here.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sljobmst.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdjobmst.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  THE-MODE                     PIC X(7).
       77  JOB-RECORD-FOUND             PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  WHICH-FIELD                  PIC 9.

       77  JOB-NUMBER-FIELD             PIC Z(6).
       77  JOB-BUDGET-FIELD             PIC Z(8).99.
       77  JOB-BUDGET-DISPLAY           PIC ZZ,ZZZ,ZZ9.99.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".

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
           OPEN I-O JOB-FILE.

       CLOSING-PROCEDURE.
           CLOSE JOB-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

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
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD A JOB".
           DISPLAY "          2.  CHANGE A JOB".
           DISPLAY "          3.  INQUIRE ON A JOB".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE.

      *------------------------------------------
      * ADD
      *------------------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-RECORD-KEY.
           IF JOB-NUMBER NOT = ZEROES
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL JOB-NUMBER = ZEROES OR
                     JOB-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-JOB-RECORD.
           DISPLAY "ENTER NEW JOB NUMBER (6 DIGITS)".
           DISPLAY "ENTER 0 TO CANCEL".
           ACCEPT JOB-NUMBER-FIELD.
           MOVE JOB-NUMBER-FIELD TO JOB-NUMBER.
           IF JOB-NUMBER NOT = ZEROES
               PERFORM READ-JOB-RECORD
               IF JOB-RECORD-FOUND = "Y"
                   MOVE "JOB ALREADY ON FILE"
                     TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-JOB-RECORD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER JOB (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF JOB-NUMBER = ZEROES
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-JOB-DESCRIPTION.
           PERFORM ENTER-JOB-CONTRACT.
           PERFORM ENTER-JOB-STATUS.
           PERFORM ENTER-JOB-BUDGET.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL JOB-NUMBER = ZEROES.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-EXISTING-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 5.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-JOB-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-JOB-CONTRACT.
           IF WHICH-FIELD = 3
               PERFORM ENTER-JOB-STATUS.
           IF WHICH-FIELD = 4
               PERFORM ENTER-JOB-BUDGET.

           PERFORM REWRITE-JOB-RECORD.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL JOB-NUMBER = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-JOB-RECORD.
           MOVE SPACE TO JOB-DESCRIPTION
                         JOB-CONTRACT.
           MOVE "O" TO JOB-STATUS.
           MOVE ZEROES TO JOB-BUDGET.
           MOVE ZEROES TO JOB-NUMBER.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-JOB-DESCRIPTION.
           PERFORM ACCEPT-JOB-DESCRIPTION.
           PERFORM RE-ACCEPT-JOB-DESCRIPTION
               UNTIL JOB-DESCRIPTION NOT = SPACE.

       ACCEPT-JOB-DESCRIPTION.
           DISPLAY "1. ENTER JOB DESCRIPTION".
           ACCEPT JOB-DESCRIPTION.
           INSPECT JOB-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-JOB-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-JOB-DESCRIPTION.

       ENTER-JOB-CONTRACT.
           DISPLAY "2. ENTER CONTRACT NUMBER (BLANK IF NONE)".
           ACCEPT JOB-CONTRACT.
           INSPECT JOB-CONTRACT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-JOB-STATUS.
           PERFORM ACCEPT-JOB-STATUS.
           PERFORM RE-ACCEPT-JOB-STATUS
               UNTIL JOB-STATUS = "O" OR "C".

       ACCEPT-JOB-STATUS.
           DISPLAY "3. STATUS - O=OPEN, C=CLOSED".
           ACCEPT JOB-STATUS.
           INSPECT JOB-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-JOB-STATUS.
           DISPLAY "STATUS MUST BE O OR C".
           PERFORM ACCEPT-JOB-STATUS.

       ENTER-JOB-BUDGET.
           DISPLAY "4. ENTER JOB BUDGET (ZERO IF NONE)".
           ACCEPT JOB-BUDGET-FIELD.
           MOVE JOB-BUDGET-FIELD TO JOB-BUDGET.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL JOB-RECORD-FOUND = "Y" OR
                     JOB-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-JOB-RECORD.
           DISPLAY "ENTER JOB NUMBER TO " THE-MODE.
           ACCEPT JOB-NUMBER-FIELD.
           MOVE JOB-NUMBER-FIELD TO JOB-NUMBER.
           IF JOB-NUMBER NOT = ZEROES
               PERFORM READ-JOB-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           MOVE JOB-BUDGET TO JOB-BUDGET-DISPLAY.
           DISPLAY " ".
           DISPLAY "   JOB NUMBER: " JOB-NUMBER.
           DISPLAY "1. DESCRIPTION: " JOB-DESCRIPTION.
           DISPLAY "2. CONTRACT: " JOB-CONTRACT.
           DISPLAY "3. STATUS: " JOB-STATUS.
           DISPLAY "4. BUDGET: " JOB-BUDGET-DISPLAY.
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-JOB-RECORD.
           MOVE "Y" TO JOB-RECORD-FOUND.
           READ JOB-FILE RECORD
             INVALID KEY
                MOVE "N" TO JOB-RECORD-FOUND.

       WRITE-JOB-RECORD.
           WRITE JOB-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-JOB-RECORD.
           REWRITE JOB-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING JOB RECORD".
