       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHCNV04.
      *------------------------------------------
      * One-shot conversion of the live voucher
      * master from the 676-byte layout VCHCNV03
      * left onto the current 706-byte record -
      * the job number carried on each GL
      * distribution line, appended since.
      * Every line converts to ZERO, no job -
      * history before the job master existed
      * is not job cost.
      *
      * The converted file is written to
      * "vouchnew".  After the run, move it
      * over "voucher" before letting the
      * system back up.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-CONVERT-FILE
               ASSIGN TO "voucher"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS OLD-VOUCHER-VENDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-VOUCHER-CHECK-NO
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-CONVERT-FILE
               ASSIGN TO "vouchnew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NEW-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS NEW-VOUCHER-VENDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NEW-VOUCHER-CHECK-NO
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
           05 OLD-VOUCHER-NUMBER        PIC 9(07).
           05 OLD-VOUCHER-VENDOR        PIC 9(05).
           05 FILLER                    PIC X(95).
           05 OLD-VOUCHER-CHECK-NO      PIC 9(06).
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
              10 NEW-VOUCHER-NUMBER     PIC 9(07).
              10 NEW-VOUCHER-VENDOR     PIC 9(05).
              10 FILLER                 PIC X(95).
              10 NEW-VOUCHER-CHECK-NO   PIC 9(06).
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
           DISPLAY "VOUCHER MASTER CONVERSION (676 TO 706)"
                   " - RUN DATE " RUN-DATE.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "RECORDS CONVERTED:    " CONVERTED-COUNT.
           DISPLAY "DUPLICATES SKIPPED:   " DUPLICATE-COUNT.
           DISPLAY "MOVE vouchnew OVER voucher BEFORE"
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
           DISPLAY "*** DUPLICATE KEY " OLD-VOUCHER-NUMBER
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
