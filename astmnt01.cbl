       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTMNT01.
      *------------------------------------------
      * Tag and Inquire for the fixed-asset
      * addition file.  VCHMNT01 and VCHIMP01
      * write an addition for every voucher
      * line coded to a capital account; the
      * fixed-asset group finds the item,
      * puts a tag on it, and keys the tag
      * number and where the item now lives
      * here.  Both are required - an
      * addition is "T" (tagged) only when
      * the group has recorded both, and it
      * drops off ASTRPT01's waiting list at
      * that moment.  The operator who tagged
      * it and the date are kept with it.
      * Additions are never keyed or deleted
      * here - they belong to the voucher.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slastadd.cbl".

           COPY "sloper01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdastadd.cbl".

           COPY "fdoper01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 2.

       77  THE-MODE                     PIC X(7).
       77  ADDITION-RECORD-FOUND        PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  OK-TO-TAG                    PIC X.

       77  RUN-DATE                     PIC 9(08).
       77  VOUCHER-NUMBER-FIELD         PIC Z(7).
       77  LINE-NUMBER-FIELD            PIC Z.
       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

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
           OPEN I-O ASSET-ADDITION-FILE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE ASSET-ADDITION-FILE.
           CLOSE OPERATOR-FILE.

      *------------------------------------------
      * The tagging operator goes on the
      * addition, so know who is at the
      * keyboard before anything is tagged.
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
           DISPLAY "          1.  TAG AN ASSET ADDITION".
           DISPLAY "          2.  INQUIRE ON AN ASSET ADDITION".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM TAG-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM INQUIRE-MODE.

      *------------------------------------------
      * TAG
      *------------------------------------------
       TAG-MODE.
           MOVE "TAG" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM TAG-RECORDS
              UNTIL AAD-VOUCHER-NUMBER = ZEROES.

       TAG-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF AAD-STATUS = "T"
               PERFORM ASK-OK-TO-RETAG
           ELSE
               MOVE "Y" TO OK-TO-TAG.
           IF OK-TO-TAG = "Y"
               PERFORM ENTER-AAD-ASSET-TAG
               PERFORM ENTER-AAD-LOCATION
               MOVE "T"         TO AAD-STATUS
               MOVE RUN-DATE    TO AAD-TAGGED-DATE
               MOVE OPERATOR-ID TO AAD-TAGGED-BY
               PERFORM REWRITE-ADDITION-RECORD.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * A tag already recorded is corrected
      * only on purpose.
      *------------------------------------------
       ASK-OK-TO-RETAG.
           PERFORM ACCEPT-OK-TO-RETAG.
           PERFORM RE-ACCEPT-OK-TO-RETAG
              UNTIL OK-TO-TAG = "Y" OR "N".

       ACCEPT-OK-TO-RETAG.
           DISPLAY "ALREADY TAGGED - CORRECT THE TAG (Y/N)?".
           ACCEPT OK-TO-TAG.
           INSPECT OK-TO-TAG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-RETAG.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-RETAG.

       ENTER-AAD-ASSET-TAG.
           PERFORM ACCEPT-AAD-ASSET-TAG.
           PERFORM RE-ACCEPT-AAD-ASSET-TAG
               UNTIL AAD-ASSET-TAG NOT = SPACE.

       ACCEPT-AAD-ASSET-TAG.
           DISPLAY "ENTER THE ASSET TAG NUMBER".
           ACCEPT AAD-ASSET-TAG.
           INSPECT AAD-ASSET-TAG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-AAD-ASSET-TAG.
           DISPLAY "A TAG NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-AAD-ASSET-TAG.

       ENTER-AAD-LOCATION.
           PERFORM ACCEPT-AAD-LOCATION.
           PERFORM RE-ACCEPT-AAD-LOCATION
               UNTIL AAD-LOCATION NOT = SPACE.

       ACCEPT-AAD-LOCATION.
           DISPLAY "ENTER THE LOCATION (BUILDING/ROOM)".
           ACCEPT AAD-LOCATION.
           INSPECT AAD-LOCATION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-AAD-LOCATION.
           DISPLAY "A LOCATION MUST BE ENTERED".
           PERFORM ACCEPT-AAD-LOCATION.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
              UNTIL AAD-VOUCHER-NUMBER = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
      * Routines shared by Tag and Inquire
      *------------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL ADDITION-RECORD-FOUND = "Y" OR
                     AAD-VOUCHER-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
           MOVE ZEROES TO AAD-KEY.
           DISPLAY "ENTER VOUCHER NUMBER TO " THE-MODE.
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-NUMBER-FIELD TO AAD-VOUCHER-NUMBER.
           IF AAD-VOUCHER-NUMBER NOT = ZEROES
               DISPLAY "ENTER DISTRIBUTION LINE (1-5)"
               ACCEPT LINE-NUMBER-FIELD
               MOVE LINE-NUMBER-FIELD TO AAD-LINE-NUMBER
               PERFORM READ-ADDITION-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "NO ASSET ADDITION FOR THAT VOUCHER AND LINE".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           MOVE AAD-AMOUNT TO AMOUNT-FIELD.
           DISPLAY " ".
           DISPLAY "   VOUCHER: " AAD-VOUCHER-NUMBER
                   "  LINE: " AAD-LINE-NUMBER
                   "  COMPANY: " AAD-COMPANY.
           DISPLAY "   VENDOR: " AAD-VENDOR
                   "  INVOICE: " AAD-INVOICE
                   "  PO: " AAD-PO-NUMBER.
           DISPLAY "   ACCOUNT: " AAD-GL-ACCOUNT
                   "  AMOUNT: " AMOUNT-FIELD.
           DISPLAY "   DESCRIPTION: " AAD-DESCRIPTION.
           DISPLAY "   ADDED: " AAD-ADDED-DATE " BY " AAD-ADDED-BY.
           IF AAD-STATUS = "T"
               DISPLAY "   TAG: " AAD-ASSET-TAG
                       "  LOCATION: " AAD-LOCATION
               DISPLAY "   TAGGED: " AAD-TAGGED-DATE
                       " BY " AAD-TAGGED-BY
           ELSE
               DISPLAY "   *** WAITING FOR TAG AND LOCATION ***".
           DISPLAY " ".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-ADDITION-RECORD.
           MOVE "Y" TO ADDITION-RECORD-FOUND.
           READ ASSET-ADDITION-FILE RECORD
             INVALID KEY
                MOVE "N" TO ADDITION-RECORD-FOUND.

       REWRITE-ADDITION-RECORD.
           REWRITE ASSET-ADDITION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ASSET ADDITION RECORD".
