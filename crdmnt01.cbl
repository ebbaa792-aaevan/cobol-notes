       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMNT01.
      *------------------------------------------
      * Add, Change and Inquire for the
      * purchasing-card holder master.  Each
      * card the issuer bills carries the
      * holder's name, the company whose books
      * it charges, the GL account its
      * statement lines code to by default,
      * and the operator IDs of the holder
      * and the approver - the two people
      * who may recode the card's lines.  A
      * cancelled card is marked "C", never
      * deleted - old statement lines still
      * point here.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcrdhld.cbl".

           COPY "sloper01.cbl".

           COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcrdhld.cbl".

           COPY "fdoper01.cbl".

           COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  THE-MODE                     PIC X(7).
       77  WHICH-FIELD                  PIC 9.
       77  CARDHOLDER-RECORD-FOUND      PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  ADD-ANOTHER                  PIC X.

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
           OPEN I-O CARDHOLDER-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE CARDHOLDER-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE GL-ACCOUNT-FILE.

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
           DISPLAY "          1.  ADD A PURCHASING CARD".
           DISPLAY "          2.  CHANGE A PURCHASING CARD".
           DISPLAY "          3.  INQUIRE ON A PURCHASING CARD".
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
           IF CRH-CARD-NUMBER NOT = SPACE
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL CRH-CARD-NUMBER = SPACE OR
                     CARDHOLDER-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-CARDHOLDER-RECORD.
           DISPLAY "ENTER NEW CARD NUMBER AS THE STATEMENT "
                   "SHOWS IT".
           DISPLAY "ENTER BLANK TO CANCEL".
           ACCEPT CRH-CARD-NUMBER.
           IF CRH-CARD-NUMBER NOT = SPACE
               PERFORM READ-CARDHOLDER-RECORD
               IF CARDHOLDER-RECORD-FOUND = "Y"
                   MOVE "CARD NUMBER ALREADY ON FILE"
                     TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-CARDHOLDER-RECORD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER CARD (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF CRH-CARD-NUMBER = SPACE
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-CRH-NAME.
           PERFORM ENTER-CRH-HOLDER-ID.
           PERFORM ENTER-CRH-COMPANY.
           PERFORM ENTER-CRH-DEFAULT-GL.
           PERFORM ENTER-CRH-APPROVER.
           MOVE "A" TO CRH-STATUS.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL CRH-CARD-NUMBER = SPACE.

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
               UNTIL WHICH-FIELD < 7.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-CRH-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-CRH-HOLDER-ID.
           IF WHICH-FIELD = 3
               PERFORM ENTER-CRH-COMPANY.
           IF WHICH-FIELD = 4
               PERFORM ENTER-CRH-DEFAULT-GL.
           IF WHICH-FIELD = 5
               PERFORM ENTER-CRH-APPROVER.
           IF WHICH-FIELD = 6
               PERFORM ENTER-CRH-STATUS.

           PERFORM REWRITE-CARDHOLDER-RECORD.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL CRH-CARD-NUMBER = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-CARDHOLDER-RECORD.
           MOVE SPACE TO CRH-CARD-NUMBER
                         CRH-NAME
                         CRH-HOLDER-ID
                         CRH-APPROVER-ID
                         CRH-STATUS.
           MOVE ZEROES TO CRH-COMPANY
                          CRH-DEFAULT-GL.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-CRH-NAME.
           PERFORM ACCEPT-CRH-NAME.
           PERFORM RE-ACCEPT-CRH-NAME
               UNTIL CRH-NAME NOT = SPACE.

       ACCEPT-CRH-NAME.
           DISPLAY "1. ENTER CARDHOLDER NAME".
           ACCEPT CRH-NAME.
           INSPECT CRH-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CRH-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-CRH-NAME.

      *------------------------------------------
      * The holder's own operator ID, when the
      * holder signs on to recode lines.
      * Blank for a holder who never does.
      *------------------------------------------
       ENTER-CRH-HOLDER-ID.
           PERFORM ACCEPT-CRH-HOLDER-ID.
           PERFORM RE-ACCEPT-CRH-HOLDER-ID
               UNTIL CRH-HOLDER-ID = SPACE OR
                     OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-CRH-HOLDER-ID.
           DISPLAY "2. ENTER HOLDER'S OPERATOR ID (BLANK FOR NONE)".
           ACCEPT CRH-HOLDER-ID.
           INSPECT CRH-HOLDER-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF CRH-HOLDER-ID NOT = SPACE
               MOVE CRH-HOLDER-ID TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-CRH-HOLDER-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-CRH-HOLDER-ID.

       ENTER-CRH-COMPANY.
           PERFORM ACCEPT-CRH-COMPANY.
           PERFORM RE-ACCEPT-CRH-COMPANY
               UNTIL CRH-COMPANY NOT = ZEROES.

       ACCEPT-CRH-COMPANY.
           DISPLAY "3. ENTER COMPANY THE CARD CHARGES (1-9)".
           ACCEPT CRH-COMPANY.

       RE-ACCEPT-CRH-COMPANY.
           DISPLAY "A COMPANY MUST BE ENTERED".
           PERFORM ACCEPT-CRH-COMPANY.

       ENTER-CRH-DEFAULT-GL.
           PERFORM ACCEPT-CRH-DEFAULT-GL.
           PERFORM RE-ACCEPT-CRH-DEFAULT-GL
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-CRH-DEFAULT-GL.
           DISPLAY "4. ENTER DEFAULT GL ACCOUNT FOR THIS CARD".
           ACCEPT CRH-DEFAULT-GL.
           MOVE CRH-DEFAULT-GL TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-CRH-DEFAULT-GL.
           DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE".
           PERFORM ACCEPT-CRH-DEFAULT-GL.

      *------------------------------------------
      * The approver, when there is one, may
      * recode this card's lines alongside the
      * holder.  Blank leaves the coding to
      * the AP clerks.
      *------------------------------------------
       ENTER-CRH-APPROVER.
           PERFORM ACCEPT-CRH-APPROVER.
           PERFORM RE-ACCEPT-CRH-APPROVER
               UNTIL CRH-APPROVER-ID = SPACE OR
                     OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-CRH-APPROVER.
           DISPLAY "5. ENTER APPROVER OPERATOR ID (BLANK FOR NONE)".
           ACCEPT CRH-APPROVER-ID.
           INSPECT CRH-APPROVER-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF CRH-APPROVER-ID NOT = SPACE
               MOVE CRH-APPROVER-ID TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-CRH-APPROVER.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-CRH-APPROVER.

       ENTER-CRH-STATUS.
           PERFORM ACCEPT-CRH-STATUS.
           PERFORM RE-ACCEPT-CRH-STATUS
               UNTIL CRH-STATUS = "A" OR "C".

       ACCEPT-CRH-STATUS.
           DISPLAY "6. ENTER STATUS - A)CTIVE OR C)ANCELLED".
           ACCEPT CRH-STATUS.
           INSPECT CRH-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CRH-STATUS.
           DISPLAY "STATUS MUST BE A OR C".
           PERFORM ACCEPT-CRH-STATUS.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL CARDHOLDER-RECORD-FOUND = "Y" OR
                     CRH-CARD-NUMBER = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-CARDHOLDER-RECORD.
           DISPLAY "ENTER CARD NUMBER TO " THE-MODE.
           ACCEPT CRH-CARD-NUMBER.
           IF CRH-CARD-NUMBER NOT = SPACE
               PERFORM READ-CARDHOLDER-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   CARD NUMBER: " CRH-CARD-NUMBER.
           DISPLAY "1. CARDHOLDER: " CRH-NAME.
           DISPLAY "2. HOLDER OPERATOR ID: " CRH-HOLDER-ID.
           DISPLAY "3. COMPANY: " CRH-COMPANY.
           DISPLAY "4. DEFAULT GL ACCOUNT: " CRH-DEFAULT-GL.
           DISPLAY "5. APPROVER: " CRH-APPROVER-ID.
           DISPLAY "6. STATUS: " CRH-STATUS.
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-CARDHOLDER-RECORD.
           MOVE "Y" TO CARDHOLDER-RECORD-FOUND.
           READ CARDHOLDER-FILE RECORD
             INVALID KEY
                MOVE "N" TO CARDHOLDER-RECORD-FOUND.

       WRITE-CARDHOLDER-RECORD.
           WRITE CARDHOLDER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CARDHOLDER-RECORD.
           REWRITE CARDHOLDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CARDHOLDER RECORD".
