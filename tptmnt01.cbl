       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPTMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the
      * EDI trading-partner file.  Each partner
      * is keyed by the sender ID it puts in
      * ISA06 and points at the vendor its 810
      * invoices are vouchered to - the vendor
      * must be on file.  The fallback expense
      * account, when one is given, must be on
      * the chart of accounts and active, the
      * same edit voucher entry applies.
      * EDIINV01 reads this file for every
      * interchange it receives.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sltrdptr.cbl".

           COPY "slvnd02.cbl".

           COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdtrdptr.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                     PIC X(7).
       77  PARTNER-RECORD-FOUND         PIC X.
       77  VENDOR-RECORD-FOUND          PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  OK-TO-DELETE                 PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  WHICH-FIELD                  PIC 9.

       77  TPT-VENDOR-FIELD             PIC Z(5).
       77  TPT-GL-ACCOUNT-FIELD         PIC Z(6).

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
           OPEN I-O TRADING-PARTNER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
           CLOSE TRADING-PARTNER-FILE.
           CLOSE VENDOR-FILE.
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
           DISPLAY "          1.  ADD A TRADING PARTNER".
           DISPLAY "          2.  CHANGE A TRADING PARTNER".
           DISPLAY "          3.  INQUIRE ON A TRADING PARTNER".
           DISPLAY "          4.  DELETE A TRADING PARTNER".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
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
               PERFORM DELETE-MODE.

      *------------------------------------------
      * ADD
      *------------------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-RECORD-KEY.
           IF TPT-PARTNER-ID NOT = SPACE
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL TPT-PARTNER-ID = SPACE OR
                     PARTNER-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-PARTNER-RECORD.
           DISPLAY "ENTER NEW PARTNER SENDER ID (ISA06)".
           DISPLAY "ENTER BLANK TO CANCEL".
           ACCEPT TPT-PARTNER-ID.
           INSPECT TPT-PARTNER-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF TPT-PARTNER-ID NOT = SPACE
               PERFORM READ-PARTNER-RECORD
               IF PARTNER-RECORD-FOUND = "Y"
                   MOVE "TRADING PARTNER ALREADY ON FILE"
                     TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-PARTNER-RECORD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER TRADING PARTNER (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF TPT-PARTNER-ID = SPACE
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-TPT-VENDOR.
           PERFORM ENTER-TPT-NAME.
           PERFORM ENTER-TPT-GL-ACCOUNT.
           PERFORM ENTER-TPT-STATUS.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL TPT-PARTNER-ID = SPACE.

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
               PERFORM ENTER-TPT-VENDOR.
           IF WHICH-FIELD = 2
               PERFORM ENTER-TPT-NAME.
           IF WHICH-FIELD = 3
               PERFORM ENTER-TPT-GL-ACCOUNT.
           IF WHICH-FIELD = 4
               PERFORM ENTER-TPT-STATUS.

           PERFORM REWRITE-PARTNER-RECORD.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL TPT-PARTNER-ID = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * DELETE
      *------------------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
              UNTIL TPT-PARTNER-ID = SPACE.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               DELETE TRADING-PARTNER-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING TRADING PARTNER RECORD".
           PERFORM GET-EXISTING-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
              UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS TRADING PARTNER (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
            CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-PARTNER-RECORD.
           MOVE SPACE TO TPT-PARTNER-ID
                         TPT-NAME.
           MOVE "A" TO TPT-STATUS.
           MOVE ZEROES TO TPT-VENDOR
                          TPT-GL-ACCOUNT.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-TPT-VENDOR.
           PERFORM ACCEPT-TPT-VENDOR.
           PERFORM RE-ACCEPT-TPT-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y".

       ACCEPT-TPT-VENDOR.
           DISPLAY "1. ENTER VENDOR NUMBER FOR THIS PARTNER".
           ACCEPT TPT-VENDOR-FIELD.
           MOVE TPT-VENDOR-FIELD TO TPT-VENDOR.
           MOVE TPT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-TPT-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-TPT-VENDOR.

       ENTER-TPT-NAME.
           PERFORM ACCEPT-TPT-NAME.
           PERFORM RE-ACCEPT-TPT-NAME
               UNTIL TPT-NAME NOT = SPACE.

       ACCEPT-TPT-NAME.
           DISPLAY "2. ENTER PARTNER NAME".
           ACCEPT TPT-NAME.
           INSPECT TPT-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TPT-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-TPT-NAME.

       ENTER-TPT-GL-ACCOUNT.
           DISPLAY "3. ENTER FALLBACK EXPENSE ACCOUNT (0 IF NONE)".
           ACCEPT TPT-GL-ACCOUNT-FIELD.
           MOVE TPT-GL-ACCOUNT-FIELD TO TPT-GL-ACCOUNT.
           IF TPT-GL-ACCOUNT NOT = ZEROES
               MOVE TPT-GL-ACCOUNT TO GLA-ACCOUNT
               MOVE "Y" TO GL-ACCOUNT-FOUND
               READ GL-ACCOUNT-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO GL-ACCOUNT-FOUND
               END-READ
               IF GL-ACCOUNT-FOUND = "N" OR GLA-STATUS NOT = "A"
                   DISPLAY "GL ACCOUNT NOT ON THE CHART OR INACTIVE"
                   PERFORM ENTER-TPT-GL-ACCOUNT.

       ENTER-TPT-STATUS.
           PERFORM ACCEPT-TPT-STATUS.
           PERFORM RE-ACCEPT-TPT-STATUS
               UNTIL TPT-STATUS = "A" OR "I".

       ACCEPT-TPT-STATUS.
           DISPLAY "4. STATUS - A=ACTIVE, I=INACTIVE".
           ACCEPT TPT-STATUS.
           INSPECT TPT-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TPT-STATUS.
           DISPLAY "STATUS MUST BE A OR I".
           PERFORM ACCEPT-TPT-STATUS.

      *------------------------------------------
      * Routines shared by Change, Inquire
      * and Delete
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL PARTNER-RECORD-FOUND = "Y" OR
                     TPT-PARTNER-ID = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-PARTNER-RECORD.
           DISPLAY "ENTER PARTNER SENDER ID TO " THE-MODE.
           ACCEPT TPT-PARTNER-ID.
           INSPECT TPT-PARTNER-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF TPT-PARTNER-ID NOT = SPACE
               PERFORM READ-PARTNER-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           MOVE TPT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "** NOT ON FILE **" TO VENDOR-NAME.
           DISPLAY " ".
           DISPLAY "   PARTNER ID: " TPT-PARTNER-ID.
           DISPLAY "1. VENDOR: " TPT-VENDOR " " VENDOR-NAME.
           DISPLAY "2. NAME: " TPT-NAME.
           DISPLAY "3. FALLBACK ACCOUNT: " TPT-GL-ACCOUNT.
           DISPLAY "4. STATUS: " TPT-STATUS.
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-PARTNER-RECORD.
           MOVE "Y" TO PARTNER-RECORD-FOUND.
           READ TRADING-PARTNER-FILE RECORD
             INVALID KEY
                MOVE "N" TO PARTNER-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
             INVALID KEY
                MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-PARTNER-RECORD.
           WRITE TRADING-PARTNER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PARTNER-RECORD.
           REWRITE TRADING-PARTNER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRADING PARTNER RECORD".
