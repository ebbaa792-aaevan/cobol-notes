       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTMNT01.
      *------------------------------------------
      * Add, change, inquire and list against
      * the vendor contract file - the
      * software, service and subscription
      * agreements that renew on a date unless
      * notice is given.  RNWRPT01 works off
      * the renewal date and notice period
      * kept here to warn the owner before the
      * notice window closes, and a voucher
      * keyed in VCHMNT01 may name the
      * contract it is billed under.  The
      * vendor must be on file and the owner
      * must be a real operator ID.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvndctr.cbl".

           COPY "slvnd02.cbl".

           COPY "sloper01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvndctr.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdoper01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                     PIC X(7).
       77  CONTRACT-RECORD-FOUND        PIC X.
       77  VENDOR-RECORD-FOUND          PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  SCAN-AT-END                  PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  WHICH-FIELD                  PIC 9.
       77  LIST-VENDOR                  PIC 9(05).

       77  VENDOR-NUMBER-FIELD          PIC Z(5).
       77  NOTICE-DAYS-FIELD            PIC ZZ9.
       77  ANNUAL-VALUE-FIELD           PIC Z(8).99.
       77  ANNUAL-VALUE-DISPLAY         PIC ZZ,ZZZ,ZZ9.99.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

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
           OPEN I-O VENDOR-CONTRACT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT OPERATOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-CONTRACT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.

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
           DISPLAY "          1.  ADD A CONTRACT".
           DISPLAY "          2.  CHANGE A CONTRACT".
           DISPLAY "          3.  INQUIRE ON A CONTRACT".
           DISPLAY "          4.  LIST A VENDOR'S CONTRACTS".
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
               PERFORM LIST-MODE.

      *------------------------------------------
      * ADD
      *------------------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-RECORD-KEY.
           IF VCT-CONTRACT-ID NOT = SPACE
               MOVE "Y" TO ADD-ANOTHER
               PERFORM ADD-RECORDS
                   UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL VCT-CONTRACT-ID = SPACE OR
                     CONTRACT-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-CONTRACT-RECORD.
           DISPLAY "ENTER NEW CONTRACT ID (UP TO 10 CHARACTERS)".
           DISPLAY "ENTER BLANK TO CANCEL".
           ACCEPT VCT-CONTRACT-ID.
           INSPECT VCT-CONTRACT-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VCT-CONTRACT-ID NOT = SPACE
               PERFORM READ-CONTRACT-RECORD
               IF CONTRACT-RECORD-FOUND = "Y"
                   MOVE "CONTRACT ALREADY ON FILE"
                     TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-CONTRACT-RECORD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER CONTRACT (Y/N)?".
           ACCEPT ADD-ANOTHER.

           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY
               IF VCT-CONTRACT-ID = SPACE
                   MOVE "N" TO ADD-ANOTHER.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-CONTRACT-VENDOR.
           PERFORM ENTER-CONTRACT-DESCRIPTION.
           PERFORM ENTER-CONTRACT-RENEWAL-DATE.
           PERFORM ENTER-CONTRACT-NOTICE-DAYS.
           PERFORM ENTER-CONTRACT-AUTO-RENEW.
           PERFORM ENTER-CONTRACT-ANNUAL-VALUE.
           PERFORM ENTER-CONTRACT-OWNER.

      *------------------------------------------
      * CHANGE
      *------------------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
              UNTIL VCT-CONTRACT-ID = SPACE.

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
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-CONTRACT-VENDOR.
           IF WHICH-FIELD = 2
               PERFORM ENTER-CONTRACT-DESCRIPTION.
           IF WHICH-FIELD = 3
               PERFORM ENTER-CONTRACT-RENEWAL-DATE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-CONTRACT-NOTICE-DAYS.
           IF WHICH-FIELD = 5
               PERFORM ENTER-CONTRACT-AUTO-RENEW.
           IF WHICH-FIELD = 6
               PERFORM ENTER-CONTRACT-ANNUAL-VALUE.
           IF WHICH-FIELD = 7
               PERFORM ENTER-CONTRACT-OWNER.

           PERFORM REWRITE-CONTRACT-RECORD.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL VCT-CONTRACT-ID = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * LIST - one vendor's contracts, off the
      * alternate key.
      *------------------------------------------
       LIST-MODE.
           DISPLAY "ENTER VENDOR NUMBER TO LIST (0 TO CANCEL)".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO LIST-VENDOR.
           IF LIST-VENDOR NOT = ZEROES
               PERFORM LIST-VENDOR-CONTRACTS.

       LIST-VENDOR-CONTRACTS.
           DISPLAY " ".
           DISPLAY "CONTRACTS FOR VENDOR " LIST-VENDOR ":".
           MOVE LIST-VENDOR TO VCT-VENDOR.
           MOVE "N" TO SCAN-AT-END.
           START VENDOR-CONTRACT-FILE
               KEY IS EQUAL TO VCT-VENDOR
               INVALID KEY MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "Y"
               DISPLAY "   NONE ON FILE".
           PERFORM LIST-ONE-CONTRACT
               UNTIL SCAN-AT-END = "Y".

       LIST-ONE-CONTRACT.
           READ VENDOR-CONTRACT-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               IF VCT-VENDOR NOT = LIST-VENDOR
                   MOVE "Y" TO SCAN-AT-END
               ELSE
                   MOVE VCT-RENEWAL-DATE TO DATE-CCYYMMDD
                   PERFORM FORMAT-THE-DATE
                   DISPLAY "   " VCT-CONTRACT-ID
                           "  " VCT-DESCRIPTION
                           "  RENEWS " FORMATTED-DATE
                           "  AUTO " VCT-AUTO-RENEW.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       INIT-CONTRACT-RECORD.
           MOVE SPACE TO VCT-CONTRACT-ID
                         VCT-DESCRIPTION
                         VCT-OWNER.
           MOVE "Y" TO VCT-AUTO-RENEW.
           MOVE ZEROES TO VCT-VENDOR
                          VCT-RENEWAL-DATE
                          VCT-NOTICE-DAYS
                          VCT-ANNUAL-VALUE.

      *------------------------------------------
      * Routines shared by Add and Change
      *------------------------------------------
       ENTER-CONTRACT-VENDOR.
           PERFORM ACCEPT-CONTRACT-VENDOR.
           PERFORM RE-ACCEPT-CONTRACT-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y".

       ACCEPT-CONTRACT-VENDOR.
           DISPLAY "1. ENTER VENDOR NUMBER".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO VCT-VENDOR.
           MOVE VCT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-CONTRACT-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-CONTRACT-VENDOR.

       ENTER-CONTRACT-DESCRIPTION.
           PERFORM ACCEPT-CONTRACT-DESCRIPTION.
           PERFORM RE-ACCEPT-CONTRACT-DESCRIPTION
               UNTIL VCT-DESCRIPTION NOT = SPACE.

       ACCEPT-CONTRACT-DESCRIPTION.
           DISPLAY "2. ENTER CONTRACT DESCRIPTION".
           ACCEPT VCT-DESCRIPTION.
           INSPECT VCT-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CONTRACT-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-CONTRACT-DESCRIPTION.

       ENTER-CONTRACT-RENEWAL-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "3. RENEWAL DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
           MOVE "A RENEWAL DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO VCT-RENEWAL-DATE.

       ENTER-CONTRACT-NOTICE-DAYS.
           DISPLAY "4. DAYS' NOTICE REQUIRED BEFORE RENEWAL "
                   "(E.G. 60 OR 90)".
           ACCEPT NOTICE-DAYS-FIELD.
           MOVE NOTICE-DAYS-FIELD TO VCT-NOTICE-DAYS.

       ENTER-CONTRACT-AUTO-RENEW.
           PERFORM ACCEPT-CONTRACT-AUTO-RENEW.
           PERFORM RE-ACCEPT-CONTRACT-AUTO-RENEW
               UNTIL VCT-AUTO-RENEW = "Y" OR "N".

       ACCEPT-CONTRACT-AUTO-RENEW.
           DISPLAY "5. RENEWS AUTOMATICALLY UNLESS NOTICE IS "
                   "GIVEN (Y/N)?".
           ACCEPT VCT-AUTO-RENEW.
           INSPECT VCT-AUTO-RENEW
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CONTRACT-AUTO-RENEW.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-CONTRACT-AUTO-RENEW.

       ENTER-CONTRACT-ANNUAL-VALUE.
           DISPLAY "6. ENTER ANNUAL VALUE (ZERO IF UNKNOWN)".
           ACCEPT ANNUAL-VALUE-FIELD.
           MOVE ANNUAL-VALUE-FIELD TO VCT-ANNUAL-VALUE.

      *------------------------------------------
      * The owner must be a real operator - the
      * renewal warning has to reach somebody.
      *------------------------------------------
       ENTER-CONTRACT-OWNER.
           PERFORM ACCEPT-CONTRACT-OWNER.
           PERFORM RE-ACCEPT-CONTRACT-OWNER
               UNTIL OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-CONTRACT-OWNER.
           DISPLAY "7. ENTER OWNER'S OPERATOR ID".
           ACCEPT VCT-OWNER.
           INSPECT VCT-OWNER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE VCT-OWNER TO OPERATOR-ID.
           PERFORM READ-OPERATOR-RECORD.

       RE-ACCEPT-CONTRACT-OWNER.
           DISPLAY "THAT OPERATOR ID IS NOT ON FILE".
           PERFORM ACCEPT-CONTRACT-OWNER.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL CONTRACT-RECORD-FOUND = "Y" OR
                     VCT-CONTRACT-ID = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-CONTRACT-RECORD.
           DISPLAY "ENTER CONTRACT ID TO " THE-MODE.
           ACCEPT VCT-CONTRACT-ID.
           INSPECT VCT-CONTRACT-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VCT-CONTRACT-ID NOT = SPACE
               PERFORM READ-CONTRACT-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           MOVE VCT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE VCT-RENEWAL-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE VCT-ANNUAL-VALUE TO ANNUAL-VALUE-DISPLAY.
           DISPLAY " ".
           DISPLAY "   CONTRACT ID: " VCT-CONTRACT-ID.
           DISPLAY "1. VENDOR: " VCT-VENDOR " " VENDOR-NAME.
           DISPLAY "2. DESCRIPTION: " VCT-DESCRIPTION.
           DISPLAY "3. RENEWAL DATE: " FORMATTED-DATE.
           DISPLAY "4. NOTICE DAYS: " VCT-NOTICE-DAYS.
           DISPLAY "5. AUTO-RENEW: " VCT-AUTO-RENEW.
           DISPLAY "6. ANNUAL VALUE: " ANNUAL-VALUE-DISPLAY.
           DISPLAY "7. OWNER: " VCT-OWNER.
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-CONTRACT-RECORD.
           MOVE "Y" TO CONTRACT-RECORD-FOUND.
           READ VENDOR-CONTRACT-FILE RECORD
             INVALID KEY
                MOVE "N" TO CONTRACT-RECORD-FOUND.

       WRITE-CONTRACT-RECORD.
           WRITE VENDOR-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CONTRACT-RECORD.
           REWRITE VENDOR-CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTRACT RECORD".

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
             INVALID KEY
                MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-OPERATOR-RECORD.
           MOVE "Y" TO OPERATOR-RECORD-FOUND.
           READ OPERATOR-FILE RECORD
             INVALID KEY
                MOVE "N" TO OPERATOR-RECORD-FOUND.

           COPY "pldate01.cbl".
