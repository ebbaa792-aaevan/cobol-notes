       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPVFY01.
      *------------------------------------------
      * Backup generation verification.  For
      * a chosen generation in the BKPGEN01
      * catalog, reopens every image file and
      * re-adds the record count, key hash,
      * highest key and money totals the same
      * way BKPGEN01 did going in
      * (PLBKPTOT.CBL), and compares them to
      * the catalog line.  An image that is
      * missing, short or changed fails, as
      * does a generation missing one of its
      * masters.  Each catalog line is
      * stamped with the date and the result,
      * so a generation known to be usable is
      * known before it is needed.
      *
      * Also lists the catalog.  Reads the
      * images only; the catalog stamp is the
      * one thing written.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slbkpcat.cbl".

           COPY "slbkpimg.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdbkpcat.cbl".

           COPY "fdbkpimg.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsbkptot.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  CATALOG-AT-END              PIC X(01).
       77  IMAGE-AT-END                PIC X(01).
       77  IMAGE-IS-GOOD               PIC X(01).

       77  RUN-DATE                    PIC 9(08).

       77  CHOSEN-GENERATION           PIC 9(05).
       77  FILES-CHECKED               PIC 9(02).
       77  FILES-FAILED                PIC 9(02).

       77  COUNT-FIELD                 PIC Z,ZZZ,ZZ9.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  KEY-TOTAL-FIELD             PIC Z(14)9.
       77  CATALOG-FIELD               PIC X(20).
       77  IMAGE-FIELD                 PIC X(20).
       77  RESULT-FIELD                PIC X(10).

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
           OPEN I-O BACKUP-CATALOG-FILE.

       CLOSING-PROCEDURE.
           CLOSE BACKUP-CATALOG-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM RUN-THE-PICK
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
           DISPLAY "    BACKUP VERIFICATION - PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  VERIFY A BACKUP GENERATION".
           DISPLAY "          2.  LIST THE BACKUP CATALOG".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       RUN-THE-PICK.
           IF MENU-PICK = 1
               PERFORM VERIFY-A-GENERATION
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-THE-CATALOG.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * Verify.  Zero picks the latest
      * generation on the catalog.
      *------------------------------------------
       VERIFY-A-GENERATION.
           DISPLAY "GENERATION TO VERIFY (0 = LATEST)?".
           ACCEPT CHOSEN-GENERATION.
           IF CHOSEN-GENERATION = ZEROES
               PERFORM FIND-LAST-GENERATION.
           MOVE ZEROES TO FILES-CHECKED
                          FILES-FAILED.
           MOVE CHOSEN-GENERATION TO BCT-GENERATION.
           MOVE ZEROES TO BCT-FILE-SEQ.
           PERFORM START-THE-CATALOG.
           IF CATALOG-AT-END = "N"
               PERFORM READ-GENERATION-ENTRY.
           IF CATALOG-AT-END = "Y"
               DISPLAY "GENERATION " CHOSEN-GENERATION
                       " IS NOT IN THE CATALOG"
           ELSE
               DISPLAY " "
               DISPLAY "VERIFYING GENERATION " CHOSEN-GENERATION
                       " TAKEN " BCT-DATE " AT " BCT-TIME
               PERFORM VERIFY-ONE-IMAGE
                   UNTIL CATALOG-AT-END = "Y"
               PERFORM SHOW-GENERATION-RESULT.

       FIND-LAST-GENERATION.
           MOVE ZEROES TO BCT-KEY.
           PERFORM START-THE-CATALOG.
           PERFORM READ-LAST-GENERATION
               UNTIL CATALOG-AT-END = "Y".

       READ-LAST-GENERATION.
           PERFORM READ-NEXT-CATALOG-ENTRY.
           IF CATALOG-AT-END = "N"
               MOVE BCT-GENERATION TO CHOSEN-GENERATION.

       VERIFY-ONE-IMAGE.
           ADD 1 TO FILES-CHECKED.
           MOVE BCT-FILE-SEQ TO BKP-FILE-SEQ.
           MOVE BCT-IMAGE-NAME TO BACKUP-IMAGE-NAME.
           PERFORM CLEAR-IMAGE-TOTALS.
           MOVE "Y" TO IMAGE-IS-GOOD.
           OPEN INPUT BACKUP-IMAGE-FILE.
           IF BACKUP-IMAGE-STATUS (1:1) NOT = "0"
               MOVE "N" TO IMAGE-IS-GOOD
               DISPLAY "  " BCT-IMAGE-NAME
                       " *** CANNOT BE OPENED - STATUS "
                       BACKUP-IMAGE-STATUS
           ELSE
               PERFORM READ-IMAGE-LINE
               PERFORM TOTAL-IMAGE-LINE
                   UNTIL IMAGE-AT-END = "Y"
               CLOSE BACKUP-IMAGE-FILE
               PERFORM COMPARE-TO-CATALOG.
           PERFORM STAMP-THE-CATALOG.
           PERFORM READ-GENERATION-ENTRY.

       TOTAL-IMAGE-LINE.
           PERFORM ADD-IMAGE-TO-TOTALS.
           PERFORM READ-IMAGE-LINE.

       COMPARE-TO-CATALOG.
           IF BKP-RECORD-COUNT NOT = BCT-RECORD-COUNT
               MOVE BCT-RECORD-COUNT TO COUNT-FIELD
               MOVE COUNT-FIELD TO CATALOG-FIELD
               MOVE BKP-RECORD-COUNT TO COUNT-FIELD
               MOVE COUNT-FIELD TO IMAGE-FIELD
               MOVE "RECORDS" TO RESULT-FIELD
               PERFORM SHOW-A-MISMATCH.
           IF BKP-KEY-TOTAL NOT = BCT-KEY-TOTAL OR
              BKP-HIGH-KEY NOT = BCT-HIGH-KEY
               MOVE BCT-KEY-TOTAL TO KEY-TOTAL-FIELD
               MOVE KEY-TOTAL-FIELD TO CATALOG-FIELD
               MOVE BKP-KEY-TOTAL TO KEY-TOTAL-FIELD
               MOVE KEY-TOTAL-FIELD TO IMAGE-FIELD
               MOVE "KEYS" TO RESULT-FIELD
               PERFORM SHOW-A-MISMATCH.
           IF BKP-AMOUNT-TOTAL NOT = BCT-AMOUNT-TOTAL
               MOVE BCT-AMOUNT-TOTAL TO TOTAL-FIELD
               MOVE TOTAL-FIELD TO CATALOG-FIELD
               MOVE BKP-AMOUNT-TOTAL TO TOTAL-FIELD
               MOVE TOTAL-FIELD TO IMAGE-FIELD
               MOVE "AMOUNT" TO RESULT-FIELD
               PERFORM SHOW-A-MISMATCH.
           IF BKP-PAID-TOTAL NOT = BCT-PAID-TOTAL
               MOVE BCT-PAID-TOTAL TO TOTAL-FIELD
               MOVE TOTAL-FIELD TO CATALOG-FIELD
               MOVE BKP-PAID-TOTAL TO TOTAL-FIELD
               MOVE TOTAL-FIELD TO IMAGE-FIELD
               MOVE "PAID" TO RESULT-FIELD
               PERFORM SHOW-A-MISMATCH.
           IF IMAGE-IS-GOOD = "Y"
               MOVE BKP-RECORD-COUNT TO COUNT-FIELD
               DISPLAY "  " BCT-IMAGE-NAME " " COUNT-FIELD
                       " RECORDS - GOOD".

       SHOW-A-MISMATCH.
           MOVE "N" TO IMAGE-IS-GOOD.
           DISPLAY "  " BCT-IMAGE-NAME " *** " RESULT-FIELD
                   " CATALOG " CATALOG-FIELD
                   " IMAGE " IMAGE-FIELD.

       STAMP-THE-CATALOG.
           MOVE RUN-DATE TO BCT-VERIFY-DATE.
           IF IMAGE-IS-GOOD = "Y"
               MOVE "G" TO BCT-VERIFY-RESULT
           ELSE
               MOVE "F" TO BCT-VERIFY-RESULT
               ADD 1 TO FILES-FAILED.
           REWRITE BACKUP-CATALOG-RECORD
               INVALID KEY
               DISPLAY "ERROR STAMPING CATALOG LINE " BCT-KEY.

       SHOW-GENERATION-RESULT.
           DISPLAY " ".
           IF FILES-CHECKED < BKM-MASTER-COUNT
               DISPLAY "*** ONLY " FILES-CHECKED " OF "
                       BKM-MASTER-COUNT
                       " MASTERS WERE BACKED UP IN THIS GENERATION"
               ADD 1 TO FILES-FAILED.
           IF FILES-FAILED = ZEROES
               DISPLAY "GENERATION " CHOSEN-GENERATION
                       " IS USABLE"
           ELSE
               DISPLAY "*** GENERATION " CHOSEN-GENERATION
                       " IS NOT USABLE ***".

      *------------------------------------------
      * List the catalog.
      *------------------------------------------
       LIST-THE-CATALOG.
           DISPLAY " ".
           DISPLAY "GEN   IMAGE         DATE     TIME    "
                   "  RECORDS VERIFIED".
           MOVE ZEROES TO BCT-KEY.
           PERFORM START-THE-CATALOG.
           PERFORM LIST-ONE-CATALOG-ENTRY
               UNTIL CATALOG-AT-END = "Y".

       LIST-ONE-CATALOG-ENTRY.
           PERFORM READ-NEXT-CATALOG-ENTRY.
           IF CATALOG-AT-END = "N"
               PERFORM SET-RESULT-FIELD
               MOVE BCT-RECORD-COUNT TO COUNT-FIELD
               DISPLAY BCT-GENERATION " " BCT-IMAGE-NAME " "
                       BCT-DATE " " BCT-TIME " " COUNT-FIELD " "
                       RESULT-FIELD.

       SET-RESULT-FIELD.
           IF BCT-VERIFIED-GOOD
               MOVE SPACE TO RESULT-FIELD
               STRING "GOOD " BCT-VERIFY-DATE (5:4)
                      DELIMITED BY SIZE INTO RESULT-FIELD
           ELSE
           IF BCT-VERIFY-FAILED
               MOVE SPACE TO RESULT-FIELD
               STRING "FAIL " BCT-VERIFY-DATE (5:4)
                      DELIMITED BY SIZE INTO RESULT-FIELD
           ELSE
               MOVE "NO" TO RESULT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       START-THE-CATALOG.
           MOVE "N" TO CATALOG-AT-END.
           START BACKUP-CATALOG-FILE
               KEY IS NOT LESS THAN BCT-KEY
               INVALID KEY MOVE "Y" TO CATALOG-AT-END.

       READ-NEXT-CATALOG-ENTRY.
           READ BACKUP-CATALOG-FILE NEXT RECORD
               AT END MOVE "Y" TO CATALOG-AT-END.

       READ-GENERATION-ENTRY.
           PERFORM READ-NEXT-CATALOG-ENTRY.
           IF CATALOG-AT-END = "N"
               IF BCT-GENERATION NOT = CHOSEN-GENERATION
                   MOVE "Y" TO CATALOG-AT-END.

       READ-IMAGE-LINE.
           MOVE "N" TO IMAGE-AT-END.
           READ BACKUP-IMAGE-FILE
               AT END MOVE "Y" TO IMAGE-AT-END.

           COPY "plbkptot.cbl".
