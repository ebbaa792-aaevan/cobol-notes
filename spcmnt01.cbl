       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPCMNT01.
      *------------------------------------------
      * Spend category table maintenance.  One
      * record per purchasing category - a
      * four-character code and what it
      * covers.  POMNT01 codes PO lines to
      * these, GLAMNT01 names one as each GL
      * account's default for non-PO spend,
      * and CATSPN01 reports spend by them.
      * Keying a code already on the table
      * replaces its description.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slspcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdspcat.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  SPEND-CATEGORY-FOUND         PIC X.
       77  SCAN-AT-END                  PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  ENTERED-DESCRIPTION          PIC X(30).

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
           OPEN I-O SPEND-CATEGORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE SPEND-CATEGORY-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
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
           DISPLAY "          1.  ADD OR CHANGE A SPEND CATEGORY".
           DISPLAY "          2.  DELETE A SPEND CATEGORY".
           DISPLAY "          3.  LIST THE SPEND CATEGORIES".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM DELETE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM LIST-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * ADD / CHANGE
      *------------------------------------------
       ADD-MODE.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM ADD-RECORDS
               UNTIL ADD-ANOTHER = "N".

       ADD-RECORDS.
           DISPLAY "ENTER SPEND CATEGORY CODE (BLANK TO STOP)".
           ACCEPT SPC-CODE.
           INSPECT SPC-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF SPC-CODE = SPACE
               MOVE "N" TO ADD-ANOTHER
           ELSE
               PERFORM READ-SPEND-CATEGORY-RECORD
               IF SPEND-CATEGORY-FOUND = "Y"
                   DISPLAY "NOW: " SPC-DESCRIPTION
               END-IF
               PERFORM ENTER-DESCRIPTION
               IF ENTERED-DESCRIPTION NOT = SPACE
                   PERFORM SAVE-SPEND-CATEGORY-RECORD.

       ENTER-DESCRIPTION.
           DISPLAY "ENTER WHAT THE CATEGORY COVERS "
                   "(BLANK LEAVES IT AS IS)".
           ACCEPT ENTERED-DESCRIPTION.
           INSPECT ENTERED-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       SAVE-SPEND-CATEGORY-RECORD.
           MOVE ENTERED-DESCRIPTION TO SPC-DESCRIPTION.
           IF SPEND-CATEGORY-FOUND = "Y"
               REWRITE SPEND-CATEGORY-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING SPEND CATEGORY"
           ELSE
               WRITE SPEND-CATEGORY-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING SPEND CATEGORY".

      *------------------------------------------
      * DELETE - PO lines and GL accounts still
      * naming a deleted code report under it
      * as "not on table" until recoded.
      *------------------------------------------
       DELETE-MODE.
           DISPLAY "ENTER SPEND CATEGORY CODE TO DELETE "
                   "(BLANK TO CANCEL)".
           ACCEPT SPC-CODE.
           INSPECT SPC-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF SPC-CODE NOT = SPACE
               PERFORM READ-SPEND-CATEGORY-RECORD
               IF SPEND-CATEGORY-FOUND = "N"
                   DISPLAY "THAT CODE IS NOT ON THE TABLE"
               ELSE
                   DELETE SPEND-CATEGORY-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING SPEND CATEGORY".

      *------------------------------------------
      * LIST
      *------------------------------------------
       LIST-MODE.
           DISPLAY " ".
           DISPLAY "SPEND CATEGORIES:".
           MOVE SPACE TO SPC-CODE.
           MOVE "N" TO SCAN-AT-END.
           START SPEND-CATEGORY-FILE
               KEY IS NOT LESS THAN SPC-CODE
               INVALID KEY MOVE "Y" TO SCAN-AT-END.
           PERFORM LIST-ONE-SPEND-CATEGORY
               UNTIL SCAN-AT-END = "Y".

       LIST-ONE-SPEND-CATEGORY.
           READ SPEND-CATEGORY-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               DISPLAY "   " SPC-CODE
                       "  " SPC-DESCRIPTION.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-SPEND-CATEGORY-RECORD.
           MOVE "Y" TO SPEND-CATEGORY-FOUND.
           READ SPEND-CATEGORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SPEND-CATEGORY-FOUND.
