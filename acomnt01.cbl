       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACOMNT01.
      *------------------------------------------
      * Add, Change and Inquire for the
      * authorized ACH debit originator table -
      * the outside companies allowed to pull
      * money from one of our bank accounts,
      * each with the most one debit may take
      * and the GL account the debit is booked
      * to.  ACHDBR01 checks every morning's
      * debit notices against it; anything not
      * listed, inactive or over its maximum
      * goes to the ACHDEC01 decision screen.
      *
      * Also exports the debit filter for the
      * bank - every active originator, with
      * the account's routing and account
      * number - so the bank blocks what the
      * table does not allow before it ever
      * reaches us.  Export again after any
      * change.
      *
      * The table decides who may take money,
      * so it is supervisor-only and every add
      * and every field changed goes on the
      * audit log (source "D", keyed by bank
      * account and company ID).  An
      * originator is made inactive, never
      * deleted - its debits in the review log
      * still point here.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slachorg.cbl".

           COPY "slachflt.cbl".

           COPY "slbank.cbl".

           COPY "slglacct.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdachorg.cbl".

           COPY "fdachflt.cbl".

           COPY "fdbank.cbl".

           COPY "fdglacct.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 5.

       77  THE-MODE                     PIC X(7).
       77  WHICH-FIELD                  PIC 9(02).
       77  ORIGINATOR-RECORD-FOUND      PIC X.
       77  BANK-RECORD-FOUND            PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  ORIGINATOR-AT-END            PIC X.
       77  ADD-ANOTHER                  PIC X.

       77  RUN-DATE                     PIC 9(08).
       77  EXPORTED-COUNT               PIC 9(05).
       77  LISTED-COUNT                 PIC 9(05).

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

       77  AMOUNT-FIELD                 PIC ZZ,ZZZ,ZZ9.99.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF OPERATOR-IS-SUPERVISOR
               PERFORM MAIN-PROCESS
           ELSE
               DISPLAY "ONLY A SUPERVISOR MAY MAINTAIN THE "
                       "AUTHORIZED ORIGINATOR TABLE".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O AUTH-ORIGINATOR-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "D"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE AUTH-ORIGINATOR-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE OPERATOR-FILE.
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
           DISPLAY "          1.  ADD AN AUTHORIZED ORIGINATOR".
           DISPLAY "          2.  CHANGE AN AUTHORIZED ORIGINATOR".
           DISPLAY "          3.  INQUIRE ON AN ORIGINATOR".
           DISPLAY "          4.  LIST THE ORIGINATOR TABLE".
           DISPLAY "          5.  EXPORT THE DEBIT FILTER FOR "
                   "THE BANK".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
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
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM EXPORT-MODE.

      *------------------------------------------
      * ADD
      *------------------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-RECORD-KEY.
           IF ACO-BANK-ACCOUNT NOT = ZEROES
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL ACO-BANK-ACCOUNT = ZEROES OR
                     ERROR-MESSAGE = SPACE.

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-ORIGINATOR-RECORD.
           MOVE SPACE TO ERROR-MESSAGE.
           PERFORM ENTER-ACO-KEY.
           IF ACO-BANK-ACCOUNT NOT = ZEROES AND
              ERROR-MESSAGE = SPACE
               PERFORM READ-ORIGINATOR-RECORD
               IF ORIGINATOR-RECORD-FOUND = "Y"
                   MOVE "ORIGINATOR ALREADY ON FILE FOR THIS ACCOUNT"
                     TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-ORIGINATOR-RECORD.
           PERFORM SET-AUDIT-KEY.
           MOVE ACO-MAX-AMOUNT TO MAUD-AMOUNT-FIELD.
           MOVE SPACE TO MAUD-FIELD-VALUE.
           STRING "MAX " MAUD-AMOUNT-FIELD
                  " GL " ACO-GL-ACCOUNT
                  DELIMITED BY SIZE INTO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           DISPLAY "EXPORT THE DEBIT FILTER (PICK 5) SO THE BANK "
                   "LETS IT THROUGH".
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER ORIGINATOR (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF ACO-BANK-ACCOUNT = ZEROES
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-ACO-NAME.
           PERFORM ENTER-ACO-MAX-AMOUNT.
           PERFORM ENTER-ACO-GL-ACCOUNT.
           MOVE "A" TO ACO-STATUS.
           MOVE RUN-DATE TO ACO-ADDED-DATE.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL ACO-BANK-ACCOUNT = ZEROES.

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
           PERFORM SET-AUDIT-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-ACO-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-ACO-MAX-AMOUNT.
           IF WHICH-FIELD = 3
               PERFORM ENTER-ACO-GL-ACCOUNT.
           IF WHICH-FIELD = 4
               PERFORM ENTER-ACO-STATUS.

           PERFORM REWRITE-ORIGINATOR-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           IF WHICH-FIELD = 2 OR WHICH-FIELD = 4
               DISPLAY "EXPORT THE DEBIT FILTER (PICK 5) SO THE "
                       "BANK HAS THE CHANGE".

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL ACO-BANK-ACCOUNT = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * LIST
      *------------------------------------------
       LIST-MODE.
           DISPLAY " ".
           DISPLAY "AC COMPANY ID NAME                          "
                   "  MAXIMUM DEBIT GL ACCT S".
           MOVE ZEROES TO LISTED-COUNT.
           MOVE LOW-VALUES TO ACO-KEY.
           PERFORM START-ORIGINATOR-FILE.
           PERFORM LIST-ONE-ORIGINATOR
               UNTIL ORIGINATOR-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO ORIGINATORS ON FILE".

       LIST-ONE-ORIGINATOR.
           PERFORM READ-NEXT-ORIGINATOR.
           IF ORIGINATOR-AT-END = "N"
               ADD 1 TO LISTED-COUNT
               MOVE ACO-MAX-AMOUNT TO AMOUNT-FIELD
               DISPLAY ACO-BANK-ACCOUNT " " ACO-COMPANY-ID " "
                       ACO-NAME " " AMOUNT-FIELD " "
                       ACO-GL-ACCOUNT "  " ACO-STATUS.

      *------------------------------------------
      * EXPORT - the whole filter every time,
      * so the bank's copy is a replacement,
      * never a patch.  An account missing
      * from the bank-account file cannot be
      * named to the bank and is reported
      * instead.
      *------------------------------------------
       EXPORT-MODE.
           OPEN OUTPUT ACH-DEBIT-FILTER-FILE.
           MOVE ZEROES TO EXPORTED-COUNT.
           MOVE LOW-VALUES TO ACO-KEY.
           PERFORM START-ORIGINATOR-FILE.
           PERFORM EXPORT-ONE-ORIGINATOR
               UNTIL ORIGINATOR-AT-END = "Y".
           CLOSE ACH-DEBIT-FILTER-FILE.
           DISPLAY "ORIGINATORS EXPORTED: " EXPORTED-COUNT.
           DISPLAY "SEND achfiltr TO THE BANK.".

       EXPORT-ONE-ORIGINATOR.
           PERFORM READ-NEXT-ORIGINATOR.
           IF ORIGINATOR-AT-END = "N" AND ACO-STATUS = "A"
               MOVE ACO-BANK-ACCOUNT TO BNK-ACCOUNT-CODE
               PERFORM READ-BANK-RECORD
               IF BANK-RECORD-FOUND = "N"
                   DISPLAY "NO BANK ACCOUNT " ACO-BANK-ACCOUNT
                           " - " ACO-COMPANY-ID " NOT EXPORTED"
               ELSE
                   MOVE BNK-ROUTING        TO AFL-ROUTING
                   MOVE BNK-ACCOUNT-NUMBER TO AFL-ACCOUNT-NUMBER
                   MOVE ACO-COMPANY-ID     TO AFL-COMPANY-ID
                   MOVE ACO-NAME           TO AFL-COMPANY-NAME
                   MOVE ACO-MAX-AMOUNT     TO AFL-MAX-AMOUNT
                   WRITE ACH-DEBIT-FILTER-RECORD
                   ADD 1 TO EXPORTED-COUNT.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-ORIGINATOR-RECORD.
           MOVE SPACE TO ACO-COMPANY-ID
                         ACO-NAME
                         ACO-STATUS.
           MOVE ZEROES TO ACO-BANK-ACCOUNT
                          ACO-MAX-AMOUNT
                          ACO-GL-ACCOUNT
                          ACO-ADDED-DATE.

      *------------------------------------------
      * The key: one of our bank accounts, and
      * the originator's company ID exactly as
      * its debits carry it.
      *------------------------------------------
       ENTER-ACO-KEY.
           DISPLAY "ENTER BANK ACCOUNT CODE TO " THE-MODE.
           DISPLAY "ENTER 0 TO CANCEL".
           ACCEPT ACO-BANK-ACCOUNT.
           IF ACO-BANK-ACCOUNT NOT = ZEROES
               MOVE ACO-BANK-ACCOUNT TO BNK-ACCOUNT-CODE
               PERFORM READ-BANK-RECORD
               IF BANK-RECORD-FOUND = "N"
                   MOVE "BANK ACCOUNT NOT ON FILE" TO ERROR-MESSAGE
               ELSE
                   DISPLAY "   " BNK-NAME
                   DISPLAY "ENTER ORIGINATOR'S COMPANY ID "
                           "(AS ON ITS DEBITS)"
                   ACCEPT ACO-COMPANY-ID
                   INSPECT ACO-COMPANY-ID
                       CONVERTING LOWER-ALPHA
                       TO         UPPER-ALPHA
                   IF ACO-COMPANY-ID = SPACE
                       MOVE "A COMPANY ID MUST BE ENTERED"
                         TO ERROR-MESSAGE.

       SET-AUDIT-KEY.
           MOVE SPACE TO MAUD-KEY.
           STRING ACO-BANK-ACCOUNT " " ACO-COMPANY-ID
                  DELIMITED BY SIZE INTO MAUD-KEY.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-ACO-NAME.
           PERFORM ACCEPT-ACO-NAME.
           PERFORM RE-ACCEPT-ACO-NAME
               UNTIL ACO-NAME NOT = SPACE.

       ACCEPT-ACO-NAME.
           DISPLAY "1. ENTER ORIGINATOR NAME".
           ACCEPT ACO-NAME.
           INSPECT ACO-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ACO-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-ACO-NAME.

       ENTER-ACO-MAX-AMOUNT.
           PERFORM ACCEPT-ACO-MAX-AMOUNT.
           PERFORM RE-ACCEPT-ACO-MAX-AMOUNT
               UNTIL ACO-MAX-AMOUNT NOT = ZEROES.

       ACCEPT-ACO-MAX-AMOUNT.
           DISPLAY "2. ENTER THE MOST ONE DEBIT MAY TAKE".
           ACCEPT ACO-MAX-AMOUNT.

       RE-ACCEPT-ACO-MAX-AMOUNT.
           DISPLAY "A MAXIMUM AMOUNT MUST BE ENTERED".
           PERFORM ACCEPT-ACO-MAX-AMOUNT.

       ENTER-ACO-GL-ACCOUNT.
           PERFORM ACCEPT-ACO-GL-ACCOUNT.
           PERFORM RE-ACCEPT-ACO-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-ACO-GL-ACCOUNT.
           DISPLAY "3. ENTER GL ACCOUNT THE DEBIT IS BOOKED TO".
           ACCEPT ACO-GL-ACCOUNT.
           MOVE ACO-GL-ACCOUNT TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-ACO-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE".
           PERFORM ACCEPT-ACO-GL-ACCOUNT.

       ENTER-ACO-STATUS.
           PERFORM ACCEPT-ACO-STATUS.
           PERFORM RE-ACCEPT-ACO-STATUS
               UNTIL ACO-STATUS = "A" OR "I".

       ACCEPT-ACO-STATUS.
           DISPLAY "4. ENTER STATUS - A)CTIVE OR I)NACTIVE".
           ACCEPT ACO-STATUS.
           INSPECT ACO-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ACO-STATUS.
           DISPLAY "STATUS MUST BE A OR I".
           PERFORM ACCEPT-ACO-STATUS.

      *------------------------------------------
      * Audit capture - every field the change
      * screen can touch.
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "NAME" TO MAUD-FIELD-NAME.
           MOVE ACO-NAME TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "MAX-AMOUNT" TO MAUD-FIELD-NAME.
           MOVE ACO-MAX-AMOUNT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "GL-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE ACO-GL-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "STATUS" TO MAUD-FIELD-NAME.
           MOVE ACO-STATUS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL ORIGINATOR-RECORD-FOUND = "Y" OR
                     ACO-BANK-ACCOUNT = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-ORIGINATOR-RECORD.
           MOVE SPACE TO ERROR-MESSAGE.
           MOVE "N" TO ORIGINATOR-RECORD-FOUND.
           PERFORM ENTER-ACO-KEY.
           IF ACO-BANK-ACCOUNT NOT = ZEROES AND
              ERROR-MESSAGE = SPACE
               PERFORM READ-ORIGINATOR-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           IF ERROR-MESSAGE NOT = SPACE
               DISPLAY ERROR-MESSAGE
           ELSE
               DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   BANK ACCOUNT: " ACO-BANK-ACCOUNT
                   "   COMPANY ID: " ACO-COMPANY-ID.
           DISPLAY "1. NAME: " ACO-NAME.
           MOVE ACO-MAX-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "2. MAXIMUM DEBIT: " AMOUNT-FIELD.
           DISPLAY "3. GL ACCOUNT: " ACO-GL-ACCOUNT.
           DISPLAY "4. STATUS: " ACO-STATUS.
           DISPLAY "   ADDED: " ACO-ADDED-DATE.
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-ORIGINATOR-RECORD.
           MOVE "Y" TO ORIGINATOR-RECORD-FOUND.
           READ AUTH-ORIGINATOR-FILE RECORD
             INVALID KEY
                MOVE "N" TO ORIGINATOR-RECORD-FOUND.

       WRITE-ORIGINATOR-RECORD.
           WRITE AUTH-ORIGINATOR-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-ORIGINATOR-RECORD.
           REWRITE AUTH-ORIGINATOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ORIGINATOR RECORD".

       START-ORIGINATOR-FILE.
           MOVE "N" TO ORIGINATOR-AT-END.
           START AUTH-ORIGINATOR-FILE
               KEY IS NOT LESS THAN ACO-KEY
               INVALID KEY MOVE "Y" TO ORIGINATOR-AT-END.

       READ-NEXT-ORIGINATOR.
           READ AUTH-ORIGINATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO ORIGINATOR-AT-END.

       READ-BANK-RECORD.
           MOVE "Y" TO BANK-RECORD-FOUND.
           READ BANK-ACCOUNT-FILE RECORD
             INVALID KEY
                MOVE "N" TO BANK-RECORD-FOUND.

           COPY "plaudmst.cbl".
