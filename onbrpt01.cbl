       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBRPT01.
      *------------------------------------------
      * Vendors still onboarding.  Every vendor
      * at VENDOR-STATUS "O", how long since
      * VNDMNT01 added it, and each checklist
      * item (PLONBCHK) that is not yet done -
      * missing, or waived by a supervisor -
      * with what is wrong, so purchasing can
      * chase the W-9, the bank letter or the
      * certificate before the first invoice
      * comes due.  A vendor whose checklist is
      * complete is flagged READY - VNDONB01
      * activates it.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slcmpdoc.cbl".

           COPY "slrtedir.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdcmpdoc.cbl".

           COPY "fdrtedir.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VENDOR-AT-END               PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  DAYS-ONBOARDING             PIC S9(05).
       77  ONBOARDING-COUNT            PIC 9(05) VALUE ZERO.
       77  READY-COUNT                 PIC 9(05) VALUE ZERO.

       77  DAYS-FIELD                  PIC ZZZZ9.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  STATE-WORDS                 PIC X(07).

           COPY "wsroutck.cbl".

           COPY "wsonbchk.cbl".

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
           MOVE "ONBRPT01" TO REPORT-ID.
           MOVE "VENDORS STILL ONBOARDING" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT COMPLIANCE-DOC-FILE.
           OPEN INPUT ROUTING-DIR-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-FILE.
           CLOSE COMPLIANCE-DOC-FILE.
           CLOSE ROUTING-DIR-FILE.

       MAIN-PROCESS.
           PERFORM DISPLAY-REPORT-HEADING.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM PROCESS-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           PERFORM PRINT-REPORT-TOTALS.

       PROCESS-ONE-VENDOR.
           IF VENDOR-STATUS = "O"
               PERFORM CHECK-ONBOARDING-LIST
               PERFORM PRINT-ONE-VENDOR.
           PERFORM READ-NEXT-VENDOR-RECORD.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDORS STILL ONBOARDING - RUN DATE "
                  RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-VENDOR.
           ADD 1 TO ONBOARDING-COUNT.
           MOVE SPACE TO PRINT-LINE
           IF VENDOR-ADDED-DATE = ZEROES
               STRING VENDOR-NUMBER "  " VENDOR-NAME
                      "  ADDED (UNKNOWN)"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               COMPUTE DAYS-ONBOARDING =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (VENDOR-ADDED-DATE)
               MOVE DAYS-ONBOARDING TO DAYS-FIELD
               STRING VENDOR-NUMBER "  " VENDOR-NAME
                      "  ADDED " VENDOR-ADDED-DATE
                      DAYS-FIELD " DAYS"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-ITEM
               VARYING ONB-INDEX FROM 1 BY 1
               UNTIL ONB-INDEX > 5.
           IF ONB-MISSING-COUNT = ZEROES
               ADD 1 TO READY-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING "       READY - CHECKLIST COMPLETE, ACTIVATE "
                      "THROUGH VNDONB01"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-ITEM.
           IF ONB-ITEM-STATE (ONB-INDEX) = "M" OR
              ONB-ITEM-STATE (ONB-INDEX) = "W"
               IF ONB-ITEM-STATE (ONB-INDEX) = "M"
                   MOVE "MISSING" TO STATE-WORDS
               ELSE
                   MOVE "WAIVED" TO STATE-WORDS
               END-IF
               MOVE SPACE TO PRINT-LINE
               STRING "       " STATE-WORDS " "
                      ONB-ITEM-NAME (ONB-INDEX) " "
                      ONB-ITEM-NOTE (ONB-INDEX)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACE TO PRINT-LINE
           IF ONBOARDING-COUNT = ZEROES
               STRING "NO VENDOR IS ONBOARDING"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE ONBOARDING-COUNT TO COUNT-FIELD
               STRING "VENDORS ONBOARDING:        " COUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE READY-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "READY TO ACTIVATE:         " COUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

           COPY "plroutck.cbl".

           COPY "plonbchk.cbl".

           COPY "plprint.cbl".
