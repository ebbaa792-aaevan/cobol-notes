       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZPFRPT01.
      *------------------------------------------
      * ZIP-to-state sweep.  VNDMNT01 now
      * rejects a ZIP keyed against the wrong
      * state, but the vendors already on file
      * went in under the old format-only edit.
      * This lists every vendor whose main or
      * remit-to ZIP lies in a different state
      * from the one on the record, according
      * to the ZIP-prefix table, so the
      * addresses can be corrected before the
      * next check returns or the next USTAX01
      * run totals them under the wrong state.
      * An address whose prefix is not on the
      * table cannot be judged and is counted,
      * not listed.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slzippfx.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdzippfx.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wszipck.cbl".

       77  VENDOR-AT-END               PIC X(01).

       77  RUN-DATE                    PIC 9(08).

       77  ADDRESS-TYPE                PIC X(07).
       77  ADDRESS-CITY                PIC X(20).

       77  VENDORS-CHECKED             PIC 9(05) VALUE ZERO.
       77  MISMATCH-COUNT              PIC 9(05) VALUE ZERO.
       77  UNKNOWN-COUNT               PIC 9(05) VALUE ZERO.

       77  COUNT-FIELD                 PIC ZZZZ9.

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
           MOVE "ZPFRPT01" TO REPORT-ID.
           MOVE "VENDOR ZIP/STATE MISMATCHES" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ZIP-PREFIX-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-FILE.
           CLOSE ZIP-PREFIX-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM CHECK-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           PERFORM PRINT-REPORT-TOTALS.

       PRINT-COLUMN-HEADINGS.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR NAME                           ADDRESS "
                  "CITY                 ST ZIP        ZIP IS IN"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       CHECK-ONE-VENDOR.
           ADD 1 TO VENDORS-CHECKED.
           MOVE "MAIN"       TO ADDRESS-TYPE.
           MOVE VENDOR-CITY  TO ADDRESS-CITY.
           MOVE VENDOR-ZIP   TO ZIP-TEST-ZIP.
           MOVE VENDOR-STATE TO ZIP-TEST-STATE.
           PERFORM CHECK-ONE-ADDRESS.
           IF VENDOR-REMIT-ADDRESS-1 NOT = SPACE
               MOVE "REMIT"            TO ADDRESS-TYPE
               MOVE VENDOR-REMIT-CITY  TO ADDRESS-CITY
               MOVE VENDOR-REMIT-ZIP   TO ZIP-TEST-ZIP
               MOVE VENDOR-REMIT-STATE TO ZIP-TEST-STATE
               PERFORM CHECK-ONE-ADDRESS.
           PERFORM READ-NEXT-VENDOR-RECORD.

       CHECK-ONE-ADDRESS.
           PERFORM CHECK-ZIP-STATE.
           IF ZIP-STATE-MATCHES = "N"
               ADD 1 TO MISMATCH-COUNT
               PERFORM PRINT-ONE-MISMATCH
           ELSE
           IF ZIP-STATE-MATCHES = "U"
               ADD 1 TO UNKNOWN-COUNT.

       PRINT-ONE-MISMATCH.
           MOVE SPACE TO PRINT-LINE
           STRING VENDOR-NUMBER "  "
                  VENDOR-NAME " "
                  ADDRESS-TYPE " "
                  ADDRESS-CITY " "
                  ZIP-TEST-STATE " "
                  ZIP-TEST-ZIP " "
                  ZIP-PREFIX-STATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           PERFORM PRINT-A-LINE.
           MOVE VENDORS-CHECKED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDORS CHECKED:                " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE MISMATCH-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ADDRESSES IN THE WRONG STATE:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE UNKNOWN-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ADDRESSES WITH PREFIX NOT KNOWN:" COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

           COPY "plzipck.cbl".

           COPY "plprint.cbl".
