       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCNV04.
      *------------------------------------------
      * One-shot conversion of the control
      * file from the 151-byte layout CTLCNV03
      * left onto the current record - the
      * prepaid-expense asset account,
      * appended since.  It seeds zero -
      * CTLMNT01 is where the real account
      * gets keyed.
      *
      * The converted file is written to
      * "ctrlnew".  After the run, move it
      * over "control" before letting the
      * system back up.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-CONVERT-FILE
               ASSIGN TO "control"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-CONTROL-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-CONVERT-FILE
               ASSIGN TO "ctrlnew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NEW-CONTROL-KEY
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
           05 OLD-CONTROL-KEY           PIC 9(01).
           05 FILLER                    PIC X(150).

      *------------------------------------------
      * The new layout carries the old record
      * intact in its first 151 bytes, then
      * names every appended field so it can
      * be initialized.
      *------------------------------------------
       FD  NEW-CONVERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-CONVERT-RECORD.
           05 NEW-OLD-PART.
              10 NEW-CONTROL-KEY        PIC 9(01).
              10 FILLER                 PIC X(150).
           05 NEW-PREPAID-ACCOUNT       PIC 9(06).

       WORKING-STORAGE SECTION.

       77  OLD-AT-END                  PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  CONVERTED-COUNT             PIC 9(05) VALUE ZERO.
       77  DUPLICATE-COUNT             PIC 9(05) VALUE ZERO.

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
           DISPLAY "CONTROL FILE CONVERSION (151 TO 157)"
                   " - RUN DATE " RUN-DATE.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "RECORDS CONVERTED:    " CONVERTED-COUNT.
           DISPLAY "DUPLICATES SKIPPED:   " DUPLICATE-COUNT.
           DISPLAY "MOVE ctrlnew OVER control BEFORE"
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
           DISPLAY "*** DUPLICATE KEY " OLD-CONTROL-KEY
                   " - FIRST COPY KEPT ***".

       INIT-NEW-FIELDS.
           MOVE ZEROES TO NEW-PREPAID-ACCOUNT.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-AT-END.
           READ OLD-CONVERT-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-AT-END.
