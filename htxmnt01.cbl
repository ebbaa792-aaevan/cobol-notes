       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTXMNT01.
      *------------------------------------------
      * Vendor-safe hold wording maintenance.
      * One record per internal hold reason
      * code - the dispute reason codes keyed
      * in VCHMNT01 and the reserved "APPR" /
      * "RJCT" approval holds - with the
      * wording VNDSTS01 sends the vendor
      * portal and phone system in its place.
      * Keying a code already on the table
      * replaces its wording.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slhldtxt.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdhldtxt.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  HOLD-TEXT-RECORD-FOUND       PIC X.
       77  SCAN-AT-END                  PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  ENTERED-VENDOR-TEXT          PIC X(50).

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
           OPEN I-O HOLD-TEXT-FILE.

       CLOSING-PROCEDURE.
           CLOSE HOLD-TEXT-FILE.

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
           DISPLAY "          1.  ADD OR CHANGE HOLD WORDING".
           DISPLAY "          2.  DELETE A HOLD REASON".
           DISPLAY "          3.  LIST THE HOLD WORDING".
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
           DISPLAY "ENTER HOLD REASON CODE (BLANK TO STOP)".
           ACCEPT HTX-REASON-CODE.
           INSPECT HTX-REASON-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF HTX-REASON-CODE = SPACE
               MOVE "N" TO ADD-ANOTHER
           ELSE
               PERFORM READ-HOLD-TEXT-RECORD
               IF HOLD-TEXT-RECORD-FOUND = "Y"
                   DISPLAY "NOW: " HTX-VENDOR-TEXT
               END-IF
               PERFORM ENTER-VENDOR-TEXT
               IF ENTERED-VENDOR-TEXT NOT = SPACE
                   PERFORM SAVE-HOLD-TEXT-RECORD.

      * Upper case like every other line the
      * portal gets from us.
       ENTER-VENDOR-TEXT.
           DISPLAY "ENTER THE WORDING THE VENDOR SEES "
                   "(BLANK LEAVES IT AS IS)".
           ACCEPT ENTERED-VENDOR-TEXT.
           INSPECT ENTERED-VENDOR-TEXT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       SAVE-HOLD-TEXT-RECORD.
           MOVE ENTERED-VENDOR-TEXT TO HTX-VENDOR-TEXT.
           IF HOLD-TEXT-RECORD-FOUND = "Y"
               REWRITE HOLD-TEXT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING HOLD WORDING"
           ELSE
               WRITE HOLD-TEXT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING HOLD WORDING".

      *------------------------------------------
      * DELETE
      *------------------------------------------
       DELETE-MODE.
           DISPLAY "ENTER HOLD REASON CODE TO DELETE "
                   "(BLANK TO CANCEL)".
           ACCEPT HTX-REASON-CODE.
           INSPECT HTX-REASON-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF HTX-REASON-CODE NOT = SPACE
               PERFORM READ-HOLD-TEXT-RECORD
               IF HOLD-TEXT-RECORD-FOUND = "N"
                   DISPLAY "THAT CODE IS NOT ON THE TABLE"
               ELSE
                   DELETE HOLD-TEXT-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING HOLD WORDING".

      *------------------------------------------
      * LIST
      *------------------------------------------
       LIST-MODE.
           DISPLAY " ".
           DISPLAY "VENDOR-SAFE HOLD WORDING:".
           MOVE SPACE TO HTX-REASON-CODE.
           MOVE "N" TO SCAN-AT-END.
           START HOLD-TEXT-FILE
               KEY IS NOT LESS THAN HTX-REASON-CODE
               INVALID KEY MOVE "Y" TO SCAN-AT-END.
           PERFORM LIST-ONE-HOLD-TEXT-RECORD
               UNTIL SCAN-AT-END = "Y".

       LIST-ONE-HOLD-TEXT-RECORD.
           READ HOLD-TEXT-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               DISPLAY "   " HTX-REASON-CODE
                       "  " HTX-VENDOR-TEXT.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-HOLD-TEXT-RECORD.
           MOVE "Y" TO HOLD-TEXT-RECORD-FOUND.
           READ HOLD-TEXT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HOLD-TEXT-RECORD-FOUND.
