       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCNV05.
      *------------------------------------------
      * One-shot conversion of the vendor
      * master from the 513-byte layout
      * VNDCNV04 left onto the current
      * 534-byte record - the onboarding
      * TIN-match date, checklist waivers
      * and added date appended since.
      * Vendors already on file are being
      * paid today and keep their status;
      * onboarding only applies to those
      * added from here on.  The match
      * date starts at zero until the next
      * TINMAT01 response, no item is
      * waived, and the added date is zero
      * (unknown).
      *
      * The converted file is written to
      * "vendnew".  After the run, move it
      * over "vendor" before letting the
      * system back up.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-CONVERT-FILE
               ASSIGN TO "vendor"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS OLD-VENDOR-NAME
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-CONVERT-FILE
               ASSIGN TO "vendnew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NEW-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS NEW-VENDOR-NAME
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
           05 OLD-VENDOR-NUMBER         PIC 9(05).
           05 OLD-VENDOR-NAME           PIC X(30).
           05 FILLER                    PIC X(478).

      *------------------------------------------
      * The new layout carries the old record
      * intact in its first 513 bytes, then
      * names the appended fields so they can
      * be initialized.
      *------------------------------------------
       FD  NEW-CONVERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-CONVERT-RECORD.
           05 NEW-OLD-PART.
              10 NEW-VENDOR-NUMBER      PIC 9(05).
              10 NEW-VENDOR-NAME        PIC X(30).
              10 FILLER                 PIC X(478).
           05 NEW-TIN-MATCH-DATE        PIC 9(08).
           05 NEW-ONBOARD-WAIVERS       PIC X(05).
           05 NEW-ADDED-DATE            PIC 9(08).

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
           DISPLAY "VENDOR MASTER CONVERSION (513 TO 534)"
                   " - RUN DATE " RUN-DATE.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "RECORDS CONVERTED:    " CONVERTED-COUNT.
           DISPLAY "DUPLICATES SKIPPED:   " DUPLICATE-COUNT.
           DISPLAY "MOVE vendnew OVER vendor BEFORE"
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
           DISPLAY "*** DUPLICATE KEY " OLD-VENDOR-NUMBER
                   " - FIRST COPY KEPT ***".

      *------------------------------------------
      * Nothing matched, nothing waived.
      *------------------------------------------
       INIT-NEW-FIELDS.
           MOVE ZEROES TO NEW-TIN-MATCH-DATE.
           MOVE "NNNNN" TO NEW-ONBOARD-WAIVERS.
           MOVE ZEROES TO NEW-ADDED-DATE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-AT-END.
           READ OLD-CONVERT-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-AT-END.
