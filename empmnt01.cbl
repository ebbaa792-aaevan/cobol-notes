       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT01.
      *------------------------------------------
      * Add, Change and Inquire for the employee
      * payee master - staff who are paid back
      * for travel and other out-of-pocket
      * expense through EXPENT01.  Home address
      * and bank account stay on this file and
      * never reach the vendor master.
      *
      * Employee numbers come from the reserved
      * 98000-98999 range VNDMNT01 will not
      * issue.  Reimbursements go out by ACH,
      * so the bank routing (check digit
      * tested), account and account type are
      * all required.  An employee who leaves
      * is marked terminated ("T"), never
      * deleted - the vouchers already paid
      * still point here.
      *
      * The bank account number shows as its
      * last four unless the signed-on
      * operator holds the full-display
      * authority, and every full display is
      * written to the security log.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slemploy.cbl".

           COPY "sloper01.cbl".

           COPY "slglacct.cbl".

           COPY "slseclog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdemploy.cbl".

           COPY "fdoper01.cbl".

           COPY "fdglacct.cbl".

           COPY "fdseclog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  THE-MODE                     PIC X(7).
       77  WHICH-FIELD                  PIC 9(02).
       77  EMPLOYEE-RECORD-FOUND        PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  ADD-ANOTHER                  PIC X.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".

           COPY "wsroutck.cbl".

           COPY "wsmask.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

      *------------------------------------------
      * Sign-on - the operator ID must be on
      * file in OPERATOR-FILE before this
      * program will let anyone in.
      *------------------------------------------
       OPENING-PROCEDURE.
           OPEN I-O EMPLOYEE-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN EXTEND SECURITY-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-MASK-AUTHORITY.

       CLOSING-PROCEDURE.
           CLOSE EMPLOYEE-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE SECURITY-LOG-FILE.

       SIGN-ON-OPERATOR.
           PERFORM ACCEPT-OPERATOR-ID.
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
      * Set once at sign-on - the approver
      * look-up reads OPERATOR-FILE into the
      * same record later.
      *------------------------------------------
       SET-MASK-AUTHORITY.
           MOVE OPERATOR-AUTH-FLAG (7) TO MASK-FULL-ALLOWED.
           MOVE OPERATOR-ID            TO MASK-OPERATOR.
           MOVE "EMPMNT01"             TO MASK-PROGRAM.

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
           DISPLAY "          1.  ADD AN EMPLOYEE PAYEE".
           DISPLAY "          2.  CHANGE AN EMPLOYEE PAYEE".
           DISPLAY "          3.  INQUIRE ON AN EMPLOYEE PAYEE".
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
           IF EMP-NUMBER NOT = ZEROES
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL EMP-NUMBER = ZEROES OR
                     EMPLOYEE-RECORD-FOUND = "N".

      *------------------------------------------
      * Only the reserved employee range is
      * accepted - a number outside it could
      * collide with a real vendor on the
      * voucher file.
      *------------------------------------------
       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-EMPLOYEE-RECORD.
           DISPLAY "ENTER NEW EMPLOYEE NUMBER (98000-98999)".
           DISPLAY "ENTER 0 TO CANCEL".
           ACCEPT EMP-NUMBER.
           IF EMP-NUMBER NOT = ZEROES
               IF EMP-NUMBER < 98000 OR EMP-NUMBER > 98999
                   MOVE "Y" TO EMPLOYEE-RECORD-FOUND
                   MOVE "EMPLOYEE NUMBERS MUST BE 98000-98999"
                     TO ERROR-MESSAGE
               ELSE
                   PERFORM READ-EMPLOYEE-RECORD
                   IF EMPLOYEE-RECORD-FOUND = "Y"
                       MOVE "EMPLOYEE NUMBER ALREADY ON FILE"
                         TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-EMPLOYEE-RECORD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER EMPLOYEE (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF EMP-NUMBER = ZEROES
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-EMP-NAME.
           PERFORM ENTER-EMP-ADDRESS.
           PERFORM ENTER-EMP-CITY.
           PERFORM ENTER-EMP-STATE.
           PERFORM ENTER-EMP-ZIP.
           PERFORM ENTER-EMP-COMPANY.
           PERFORM ENTER-EMP-DEFAULT-GL.
           PERFORM ENTER-EMP-BANK-INFO.
           PERFORM ENTER-EMP-APPROVER.
           MOVE "A" TO EMP-STATUS.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL EMP-NUMBER = ZEROES.

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
               UNTIL WHICH-FIELD < 11.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-10) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-EMP-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-EMP-ADDRESS.
           IF WHICH-FIELD = 3
               PERFORM ENTER-EMP-CITY.
           IF WHICH-FIELD = 4
               PERFORM ENTER-EMP-STATE.
           IF WHICH-FIELD = 5
               PERFORM ENTER-EMP-ZIP.
           IF WHICH-FIELD = 6
               PERFORM ENTER-EMP-COMPANY.
           IF WHICH-FIELD = 7
               PERFORM ENTER-EMP-DEFAULT-GL.
           IF WHICH-FIELD = 8
               PERFORM ENTER-EMP-BANK-INFO.
           IF WHICH-FIELD = 9
               PERFORM ENTER-EMP-APPROVER.
           IF WHICH-FIELD = 10
               PERFORM ENTER-EMP-STATUS.

           PERFORM REWRITE-EMPLOYEE-RECORD.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL EMP-NUMBER = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-EMPLOYEE-RECORD.
           MOVE SPACE TO EMP-NAME
                         EMP-ADDRESS-1
                         EMP-CITY
                         EMP-STATE
                         EMP-ZIP
                         EMP-BANK-ACCOUNT
                         EMP-BANK-ACCOUNT-TYPE
                         EMP-APPROVER-ID
                         EMP-STATUS.
           MOVE ZEROES TO EMP-NUMBER
                          EMP-COMPANY
                          EMP-DEFAULT-GL
                          EMP-BANK-ROUTING.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-EMP-NAME.
           PERFORM ACCEPT-EMP-NAME.
           PERFORM RE-ACCEPT-EMP-NAME
               UNTIL EMP-NAME NOT = SPACE.

       ACCEPT-EMP-NAME.
           DISPLAY "1. ENTER EMPLOYEE NAME".
           ACCEPT EMP-NAME.
           INSPECT EMP-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-EMP-NAME.

       ENTER-EMP-ADDRESS.
           DISPLAY "2. ENTER HOME ADDRESS".
           ACCEPT EMP-ADDRESS-1.
           INSPECT EMP-ADDRESS-1
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-EMP-CITY.
           DISPLAY "3. ENTER CITY".
           ACCEPT EMP-CITY.
           INSPECT EMP-CITY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-EMP-STATE.
           DISPLAY "4. ENTER STATE (2 CHARACTERS)".
           ACCEPT EMP-STATE.
           INSPECT EMP-STATE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-EMP-ZIP.
           DISPLAY "5. ENTER ZIP".
           ACCEPT EMP-ZIP.

       ENTER-EMP-COMPANY.
           PERFORM ACCEPT-EMP-COMPANY.
           PERFORM RE-ACCEPT-EMP-COMPANY
               UNTIL EMP-COMPANY NOT = ZEROES.

       ACCEPT-EMP-COMPANY.
           DISPLAY "6. ENTER COMPANY THE EMPLOYEE WORKS FOR (1-9)".
           ACCEPT EMP-COMPANY.

       RE-ACCEPT-EMP-COMPANY.
           DISPLAY "A COMPANY MUST BE ENTERED".
           PERFORM ACCEPT-EMP-COMPANY.

       ENTER-EMP-DEFAULT-GL.
           PERFORM ACCEPT-EMP-DEFAULT-GL.
           PERFORM RE-ACCEPT-EMP-DEFAULT-GL
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-EMP-DEFAULT-GL.
           DISPLAY "7. ENTER DEFAULT TRAVEL EXPENSE GL ACCOUNT".
           ACCEPT EMP-DEFAULT-GL.
           MOVE EMP-DEFAULT-GL TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-EMP-DEFAULT-GL.
           DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE".
           PERFORM ACCEPT-EMP-DEFAULT-GL.

      *------------------------------------------
      * The reimbursement goes out by ACH, so
      * all three bank fields are required and
      * the routing number must pass the ABA
      * check digit.
      *------------------------------------------
       ENTER-EMP-BANK-INFO.
           PERFORM ACCEPT-EMP-BANK-INFO.
           PERFORM RE-ACCEPT-EMP-BANK-INFO
               UNTIL EMP-BANK-ROUTING NOT = ZEROES AND
                     EMP-BANK-ACCOUNT NOT = SPACE AND
                     (EMP-BANK-ACCOUNT-TYPE = "C" OR
                      EMP-BANK-ACCOUNT-TYPE = "S").

       ACCEPT-EMP-BANK-INFO.
           PERFORM ENTER-EMP-BANK-ROUTING.
           DISPLAY "   ENTER BANK ACCOUNT NUMBER".
           ACCEPT EMP-BANK-ACCOUNT.
           DISPLAY "   ACCOUNT TYPE - C)HECKING OR S)AVINGS".
           ACCEPT EMP-BANK-ACCOUNT-TYPE.
           INSPECT EMP-BANK-ACCOUNT-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-BANK-INFO.
           DISPLAY "ROUTING NUMBER, ACCOUNT NUMBER AND ACCOUNT "
                   "TYPE (C OR S) ARE ALL REQUIRED".
           PERFORM ACCEPT-EMP-BANK-INFO.

       ENTER-EMP-BANK-ROUTING.
           DISPLAY "8. ENTER BANK ROUTING NUMBER".
           ACCEPT EMP-BANK-ROUTING.
           MOVE EMP-BANK-ROUTING TO ROUTING-TEST-NUMBER.
           PERFORM CHECK-ROUTING-NUMBER.
           IF ROUTING-IS-VALID = "N"
               DISPLAY "   THAT IS NOT A VALID ABA ROUTING "
                       "NUMBER (CHECK DIGIT FAILS)"
               PERFORM ENTER-EMP-BANK-ROUTING.

      *------------------------------------------
      * The approver must be a signed-on
      * operator ID - it is who APRQUE01 routes
      * the expense voucher to.  Blank means
      * the report needs no approval.
      *------------------------------------------
       ENTER-EMP-APPROVER.
           PERFORM ACCEPT-EMP-APPROVER.
           PERFORM RE-ACCEPT-EMP-APPROVER
               UNTIL EMP-APPROVER-ID = SPACE OR
                     OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-EMP-APPROVER.
           DISPLAY "9. ENTER EXPENSE APPROVER OPERATOR ID "
                   "(BLANK FOR NONE)".
           ACCEPT EMP-APPROVER-ID.
           INSPECT EMP-APPROVER-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF EMP-APPROVER-ID NOT = SPACE
               MOVE EMP-APPROVER-ID TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-EMP-APPROVER.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-EMP-APPROVER.

       ENTER-EMP-STATUS.
           PERFORM ACCEPT-EMP-STATUS.
           PERFORM RE-ACCEPT-EMP-STATUS
               UNTIL EMP-STATUS = "A" OR "T".

       ACCEPT-EMP-STATUS.
           DISPLAY "10. ENTER STATUS - A)CTIVE OR T)ERMINATED".
           ACCEPT EMP-STATUS.
           INSPECT EMP-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-STATUS.
           DISPLAY "STATUS MUST BE A OR T".
           PERFORM ACCEPT-EMP-STATUS.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL EMPLOYEE-RECORD-FOUND = "Y" OR
                     EMP-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-EMPLOYEE-RECORD.
           DISPLAY "ENTER EMPLOYEE NUMBER TO " THE-MODE.
           ACCEPT EMP-NUMBER.
           IF EMP-NUMBER NOT = ZEROES
               PERFORM READ-EMPLOYEE-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "    EMPLOYEE NUMBER: " EMP-NUMBER.
           DISPLAY " 1. NAME: " EMP-NAME.
           DISPLAY " 2. ADDRESS: " EMP-ADDRESS-1.
           DISPLAY " 3. CITY: " EMP-CITY.
           DISPLAY " 4. STATE: " EMP-STATE.
           DISPLAY " 5. ZIP: " EMP-ZIP.
           DISPLAY " 6. COMPANY: " EMP-COMPANY.
           DISPLAY " 7. DEFAULT GL ACCOUNT: " EMP-DEFAULT-GL.
           PERFORM SHOW-EMP-BANK-ACCOUNT.
           DISPLAY " 8. BANK - ROUTING " EMP-BANK-ROUTING
                   " ACCOUNT " MASK-RESULT
                   " TYPE " EMP-BANK-ACCOUNT-TYPE.
           DISPLAY " 9. APPROVER: " EMP-APPROVER-ID.
           DISPLAY "10. STATUS: " EMP-STATUS.
           DISPLAY " ".

       SHOW-EMP-BANK-ACCOUNT.
           MOVE EMP-BANK-ACCOUNT TO MASK-SOURCE.
           MOVE SPACE TO MASK-DETAIL.
           STRING "ACCT EMPLOYEE " EMP-NUMBER
               DELIMITED BY SIZE INTO MASK-DETAIL.
           PERFORM SHOW-SENSITIVE-NUMBER.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-EMPLOYEE-RECORD.
           MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
             INVALID KEY
                MOVE "N" TO EMPLOYEE-RECORD-FOUND.

       WRITE-EMPLOYEE-RECORD.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-EMPLOYEE-RECORD.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EMPLOYEE RECORD".

           COPY "plroutck.cbl".

           COPY "plmask.cbl".

           COPY "plmasklg.cbl".
