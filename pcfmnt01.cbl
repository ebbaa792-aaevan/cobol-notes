       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFMNT01.
      *------------------------------------------
      * Add, Change and Inquire for the petty
      * cash fund master - one imprest cash box
      * per branch office.  Each fund carries
      * its custodian (the employee payee the
      * replenishment is paid to, and the
      * operator who keys the slips), the
      * imprest amount the box should always
      * hold, and the GL petty cash account it
      * sits in.
      *
      * The imprest is a control figure, so
      * the fund master is supervisor-only,
      * behind the same sign-on gate PRDMNT01
      * uses, and every add and every field
      * changed goes on the audit log (source
      * "F", keyed by fund).  A fund is made
      * inactive, never deleted - its slips
      * and the vouchers that replenished them
      * still point here.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpcfund.cbl".

           COPY "slemploy.cbl".

           COPY "sloper01.cbl".

           COPY "slglacct.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpcfund.cbl".

           COPY "fdemploy.cbl".

           COPY "fdoper01.cbl".

           COPY "fdglacct.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  THE-MODE                     PIC X(7).
       77  WHICH-FIELD                  PIC 9(02).
       77  FUND-RECORD-FOUND            PIC X.
       77  EMPLOYEE-RECORD-FOUND        PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  CUSTODIAN-IS-VALID           PIC X.
       77  ADD-ANOTHER                  PIC X.

       77  SAVE-OPERATOR-ID             PIC X(08).
       77  SAVE-IMPREST-AMOUNT          PIC 9(05)V99.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

       77  AMOUNT-FIELD                 PIC ZZ,ZZ9.99.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF OPERATOR-IS-SUPERVISOR
               PERFORM MAIN-PROCESS
           ELSE
               DISPLAY "ONLY A SUPERVISOR MAY MAINTAIN PETTY CASH "
                       "FUNDS".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O PETTY-CASH-FUND-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO SAVE-OPERATOR-ID.
           MOVE "F"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE PETTY-CASH-FUND-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - the operator ID must be on
      * file before the supervisor check can
      * mean anything.
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
           DISPLAY "          1.  ADD A PETTY CASH FUND".
           DISPLAY "          2.  CHANGE A PETTY CASH FUND".
           DISPLAY "          3.  INQUIRE ON A PETTY CASH FUND".
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
           IF PCF-FUND NOT = ZEROES
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL PCF-FUND = ZEROES OR
                     FUND-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-FUND-RECORD.
           DISPLAY "ENTER NEW FUND NUMBER (1-999)".
           DISPLAY "ENTER 0 TO CANCEL".
           ACCEPT PCF-FUND.
           IF PCF-FUND NOT = ZEROES
               PERFORM READ-FUND-RECORD
               IF FUND-RECORD-FOUND = "Y"
                   MOVE "FUND NUMBER ALREADY ON FILE"
                     TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-FUND-RECORD.
           MOVE PCF-FUND TO MAUD-KEY.
           MOVE PCF-IMPREST-AMOUNT TO MAUD-AMOUNT-FIELD.
           MOVE SPACE TO MAUD-FIELD-VALUE.
           STRING "IMPREST " MAUD-AMOUNT-FIELD
                  " CUST " PCF-CUSTODIAN
                  DELIMITED BY SIZE INTO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           DISPLAY "BOOK THE IMPREST TO PETTY CASH ACCOUNT "
                   PCF-CASH-ACCOUNT " BY JOURNAL ENTRY".
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER FUND (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF PCF-FUND = ZEROES
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-PCF-NAME.
           PERFORM ENTER-PCF-COMPANY.
           PERFORM ENTER-PCF-CUSTODIAN.
           PERFORM ENTER-PCF-CUSTODIAN-ID.
           PERFORM ENTER-PCF-IMPREST-AMOUNT.
           PERFORM ENTER-PCF-CASH-ACCOUNT.
           MOVE "A" TO PCF-STATUS.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL PCF-FUND = ZEROES.

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
               UNTIL WHICH-FIELD < 8.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           MOVE PCF-FUND TO MAUD-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE PCF-IMPREST-AMOUNT TO SAVE-IMPREST-AMOUNT.
           IF WHICH-FIELD = 1
               PERFORM ENTER-PCF-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-PCF-COMPANY
               PERFORM ENTER-PCF-CUSTODIAN.
           IF WHICH-FIELD = 3
               PERFORM ENTER-PCF-CUSTODIAN.
           IF WHICH-FIELD = 4
               PERFORM ENTER-PCF-CUSTODIAN-ID.
           IF WHICH-FIELD = 5
               PERFORM ENTER-PCF-IMPREST-AMOUNT.
           IF WHICH-FIELD = 6
               PERFORM ENTER-PCF-CASH-ACCOUNT.
           IF WHICH-FIELD = 7
               PERFORM ENTER-PCF-STATUS.

           PERFORM REWRITE-FUND-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           IF PCF-IMPREST-AMOUNT NOT = SAVE-IMPREST-AMOUNT
               DISPLAY "BOOK THE CHANGE IN THE IMPREST TO PETTY "
                       "CASH ACCOUNT " PCF-CASH-ACCOUNT
                       " BY JOURNAL ENTRY".

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL PCF-FUND = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-FUND-RECORD.
           MOVE SPACE TO PCF-NAME
                         PCF-CUSTODIAN-ID
                         PCF-STATUS.
           MOVE ZEROES TO PCF-FUND
                          PCF-COMPANY
                          PCF-CUSTODIAN
                          PCF-IMPREST-AMOUNT
                          PCF-CASH-ACCOUNT
                          PCF-LAST-SLIP
                          PCF-CASH-COUNT
                          PCF-COUNT-DATE
                          PCF-LAST-REPLENISHED.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-PCF-NAME.
           PERFORM ACCEPT-PCF-NAME.
           PERFORM RE-ACCEPT-PCF-NAME
               UNTIL PCF-NAME NOT = SPACE.

       ACCEPT-PCF-NAME.
           DISPLAY "1. ENTER FUND NAME (BRANCH OFFICE)".
           ACCEPT PCF-NAME.
           INSPECT PCF-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PCF-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-PCF-NAME.

       ENTER-PCF-COMPANY.
           PERFORM ACCEPT-PCF-COMPANY.
           PERFORM RE-ACCEPT-PCF-COMPANY
               UNTIL PCF-COMPANY NOT = ZEROES.

       ACCEPT-PCF-COMPANY.
           DISPLAY "2. ENTER COMPANY THE FUND BELONGS TO (1-9)".
           ACCEPT PCF-COMPANY.

       RE-ACCEPT-PCF-COMPANY.
           DISPLAY "A COMPANY MUST BE ENTERED".
           PERFORM ACCEPT-PCF-COMPANY.

      *------------------------------------------
      * The custodian is paid the replenishment
      * as an employee payee, so they must be
      * an active employee on the fund's own
      * company's books.
      *------------------------------------------
       ENTER-PCF-CUSTODIAN.
           PERFORM ACCEPT-PCF-CUSTODIAN.
           PERFORM RE-ACCEPT-PCF-CUSTODIAN
               UNTIL CUSTODIAN-IS-VALID = "Y".

       ACCEPT-PCF-CUSTODIAN.
           DISPLAY "3. ENTER CUSTODIAN'S EMPLOYEE NUMBER".
           ACCEPT PCF-CUSTODIAN.
           MOVE "N" TO CUSTODIAN-IS-VALID.
           MOVE PCF-CUSTODIAN TO EMP-NUMBER.
           PERFORM READ-EMPLOYEE-RECORD.
           IF EMPLOYEE-RECORD-FOUND = "N"
               MOVE "EMPLOYEE NOT ON FILE - SEE EMPMNT01"
                 TO ERROR-MESSAGE
           ELSE
           IF EMP-STATUS NOT = "A"
               MOVE "EMPLOYEE IS NOT ACTIVE" TO ERROR-MESSAGE
           ELSE
           IF EMP-COMPANY NOT = PCF-COMPANY
               MOVE "EMPLOYEE IS NOT ON THIS FUND'S COMPANY'S BOOKS"
                 TO ERROR-MESSAGE
           ELSE
               MOVE "Y" TO CUSTODIAN-IS-VALID
               DISPLAY "   CUSTODIAN: " EMP-NAME.

       RE-ACCEPT-PCF-CUSTODIAN.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-PCF-CUSTODIAN.

      *------------------------------------------
      * The operator who keys this fund's slips
      * in PCSENT01 - a supervisor can always
      * key them as well.
      *------------------------------------------
       ENTER-PCF-CUSTODIAN-ID.
           PERFORM ACCEPT-PCF-CUSTODIAN-ID.
           PERFORM RE-ACCEPT-PCF-CUSTODIAN-ID
               UNTIL OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-PCF-CUSTODIAN-ID.
           DISPLAY "4. ENTER CUSTODIAN'S OPERATOR ID".
           ACCEPT PCF-CUSTODIAN-ID.
           INSPECT PCF-CUSTODIAN-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE PCF-CUSTODIAN-ID TO OPERATOR-ID.
           MOVE "Y" TO OPERATOR-RECORD-FOUND.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OPERATOR-RECORD-FOUND.
           MOVE SAVE-OPERATOR-ID TO OPERATOR-ID.

       RE-ACCEPT-PCF-CUSTODIAN-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-PCF-CUSTODIAN-ID.

       ENTER-PCF-IMPREST-AMOUNT.
           PERFORM ACCEPT-PCF-IMPREST-AMOUNT.
           PERFORM RE-ACCEPT-PCF-IMPREST-AMOUNT
               UNTIL PCF-IMPREST-AMOUNT NOT = ZEROES.

       ACCEPT-PCF-IMPREST-AMOUNT.
           DISPLAY "5. ENTER IMPREST AMOUNT".
           ACCEPT PCF-IMPREST-AMOUNT.

       RE-ACCEPT-PCF-IMPREST-AMOUNT.
           DISPLAY "AN IMPREST AMOUNT MUST BE ENTERED".
           PERFORM ACCEPT-PCF-IMPREST-AMOUNT.

       ENTER-PCF-CASH-ACCOUNT.
           PERFORM ACCEPT-PCF-CASH-ACCOUNT.
           PERFORM RE-ACCEPT-PCF-CASH-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-PCF-CASH-ACCOUNT.
           DISPLAY "6. ENTER PETTY CASH GL ACCOUNT".
           ACCEPT PCF-CASH-ACCOUNT.
           MOVE PCF-CASH-ACCOUNT TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-PCF-CASH-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE".
           PERFORM ACCEPT-PCF-CASH-ACCOUNT.

       ENTER-PCF-STATUS.
           PERFORM ACCEPT-PCF-STATUS.
           PERFORM RE-ACCEPT-PCF-STATUS
               UNTIL PCF-STATUS = "A" OR "I".

       ACCEPT-PCF-STATUS.
           DISPLAY "7. ENTER STATUS - A)CTIVE OR I)NACTIVE".
           ACCEPT PCF-STATUS.
           INSPECT PCF-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PCF-STATUS.
           DISPLAY "STATUS MUST BE A OR I".
           PERFORM ACCEPT-PCF-STATUS.

      *------------------------------------------
      * Audit capture - every field the change
      * screen can touch.
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "NAME" TO MAUD-FIELD-NAME.
           MOVE PCF-NAME TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "COMPANY" TO MAUD-FIELD-NAME.
           MOVE PCF-COMPANY TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "CUSTODIAN" TO MAUD-FIELD-NAME.
           MOVE PCF-CUSTODIAN TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "CUSTODIAN-ID" TO MAUD-FIELD-NAME.
           MOVE PCF-CUSTODIAN-ID TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "IMPREST-AMOUNT" TO MAUD-FIELD-NAME.
           MOVE PCF-IMPREST-AMOUNT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "CASH-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE PCF-CASH-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "STATUS" TO MAUD-FIELD-NAME.
           MOVE PCF-STATUS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL FUND-RECORD-FOUND = "Y" OR
                     PCF-FUND = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-FUND-RECORD.
           DISPLAY "ENTER FUND NUMBER TO " THE-MODE.
           ACCEPT PCF-FUND.
           IF PCF-FUND NOT = ZEROES
               PERFORM READ-FUND-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   FUND NUMBER: " PCF-FUND.
           DISPLAY "1. NAME: " PCF-NAME.
           DISPLAY "2. COMPANY: " PCF-COMPANY.
           MOVE PCF-CUSTODIAN TO EMP-NUMBER.
           PERFORM READ-EMPLOYEE-RECORD.
           IF EMPLOYEE-RECORD-FOUND = "N"
               MOVE "**Not found**" TO EMP-NAME.
           DISPLAY "3. CUSTODIAN: " PCF-CUSTODIAN "  " EMP-NAME.
           DISPLAY "4. CUSTODIAN OPERATOR ID: " PCF-CUSTODIAN-ID.
           MOVE PCF-IMPREST-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "5. IMPREST AMOUNT: " AMOUNT-FIELD.
           DISPLAY "6. PETTY CASH GL ACCOUNT: " PCF-CASH-ACCOUNT.
           DISPLAY "7. STATUS: " PCF-STATUS.
           MOVE PCF-CASH-COUNT TO AMOUNT-FIELD.
           DISPLAY "   LAST CASH COUNT: " AMOUNT-FIELD
                   " ON " PCF-COUNT-DATE.
           DISPLAY "   LAST REPLENISHED: " PCF-LAST-REPLENISHED
                   "   LAST SLIP: " PCF-LAST-SLIP.
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-FUND-RECORD.
           MOVE "Y" TO FUND-RECORD-FOUND.
           READ PETTY-CASH-FUND-FILE RECORD
             INVALID KEY
                MOVE "N" TO FUND-RECORD-FOUND.

       WRITE-FUND-RECORD.
           WRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-FUND-RECORD.
           REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PETTY CASH FUND RECORD".

       READ-EMPLOYEE-RECORD.
           MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
             INVALID KEY
                MOVE "N" TO EMPLOYEE-RECORD-FOUND.

           COPY "plaudmst.cbl".
