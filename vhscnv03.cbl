       IDENTIFICATION DIVISION.
       PROGRAM-ID. VHSCNV03.
      *------------------------------------------
      * One-shot conversion of the voucher
      * history file from the 676-byte layout
      * VHSCNV02 left onto the current 706-byte
      * record - the archive mirrors FDVOUCH
      * field for field, so the per-line job
      * number VCHCNV04 adds to the live master
      * is added here too, every line ZERO.
      *
      * The converted file is written to
      * "vhistnew".  After the run, move it
      * over "vchhist" before letting the
      * system back up.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-CONVERT-FILE
               ASSIGN TO "vchhist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-HIST-NUMBER
               ALTERNATE RECORD KEY IS OLD-HIST-VENDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-HIST-CHECK-NO
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-CONVERT-FILE
               ASSIGN TO "vhistnew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NEW-HIST-NUMBER
               ALTERNATE RECORD KEY IS NEW-HIST-VENDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NEW-HIST-CHECK-NO
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.

      *------------------------------------------
      * The old layout only names the keys -
      * the FILLERs carry everything else
      * through untouched.
      *------------------------------------------
       FD  OLD-CONVERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CONVERT-RECORD.
           05 OLD-HIST-NUMBER           PIC 9(07).
           05 OLD-HIST-VENDOR           PIC 9(05).
           05 FILLER                    PIC X(95).
           05 OLD-HIST-CHECK-NO         PIC 9(06).
           05 FILLER                    PIC X(563).

      *------------------------------------------
      * The new layout carries the old record
      * intact in its first 676 bytes, then
      * names every appended field so it can
      * be initialized.
      *------------------------------------------
       FD  NEW-CONVERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-CONVERT-RECORD.
           05 NEW-OLD-PART.
              10 NEW-HIST-NUMBER        PIC 9(07).
              10 NEW-HIST-VENDOR        PIC 9(05).
              10 FILLER                 PIC X(95).
              10 NEW-HIST-CHECK-NO      PIC 9(06).
              10 FILLER                 PIC X(563).
           05 NEW-GL-LINE-JOB           OCCURS 5 TIMES
                                        PIC 9(06).

       WORKING-STORAGE SECTION.

       77  OLD-AT-END                  PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  CONVERTED-COUNT             PIC 9(05) VALUE ZERO.
       77  DUPLICATE-COUNT             PIC 9(05) VALUE ZERO.
       77  FIELD-INDEX                 PIC 9(01).

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
           OPEN INPUT OLD-CONVERT-FILE.
           OPEN OUTPUT NEW-CONVERT-FILE.
           DISPLAY " ".
           DISPLAY "VOUCHER HISTORY CONVERSION (676 TO 706)"
                   " - RUN DATE " RUN-DATE.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "RECORDS CONVERTED:    " CONVERTED-COUNT.
           DISPLAY "DUPLICATES SKIPPED:   " DUPLICATE-COUNT.
           DISPLAY "MOVE vhistnew OVER vchhist BEFORE"
                   " LETTING THE SYSTEM BACK UP".
           CLOSE OLD-CONVERT-FILE.
           CLOSE NEW-CONVERT-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-OLD-RECORD.
           PERFORM CONVERT-ONE-RECORD
               UNTIL OLD-AT-END = "Y".

       CONVERT-ONE-RECORD.
           MOVE OLD-CONVERT-RECORD TO NEW-OLD-PART.
           PERFORM INIT-NEW-FIELDS.
           ADD 1 TO CONVERTED-COUNT.
           WRITE NEW-CONVERT-RECORD
               INVALID KEY
               PERFORM REPORT-DUPLICATE-RECORD.
           PERFORM READ-NEXT-OLD-RECORD.

       REPORT-DUPLICATE-RECORD.
           SUBTRACT 1 FROM CONVERTED-COUNT.
           ADD 1 TO DUPLICATE-COUNT.
           DISPLAY "*** DUPLICATE KEY " OLD-HIST-NUMBER
                   " - FIRST COPY KEPT ***".

       INIT-NEW-FIELDS.
           PERFORM CLEAR-ONE-LINE-JOB
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > 5.

       CLEAR-ONE-LINE-JOB.
           MOVE ZEROES TO NEW-GL-LINE-JOB (FIELD-INDEX).

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-AT-END.
           READ OLD-CONVERT-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-AT-END.
