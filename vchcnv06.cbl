       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHCNV06.
      *------------------------------------------
      * One-shot conversion of the live voucher
      * master from the 707-byte layout VCHCNV05
      * left onto the current 749-byte record -
      * the VAT amount, rate, USD amount,
      * country and registration number,
      * appended since.  Every voucher already
      * on file was keyed without VAT, so they
      * are all ZERO and SPACE.
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
               ALTERNATE RECORD KEY IS OLD-VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-VOUCHER-PAID-DATE
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
               ALTERNATE RECORD KEY IS NEW-VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NEW-VOUCHER-PAID-DATE
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
           05 FILLER                    PIC X(87).
           05 OLD-VOUCHER-PAID-DATE     PIC 9(08).
           05 OLD-VOUCHER-CHECK-NO      PIC 9(06).
           05 FILLER                    PIC X(593).
           05 OLD-VOUCHER-OPEN-ITEM     PIC X(01).

      *------------------------------------------
      * The new layout carries the old record
      * intact in its first 707 bytes, then
      * names the appended fields so they can
      * be initialized.
      *------------------------------------------
       FD  NEW-CONVERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-CONVERT-RECORD.
           05 NEW-OLD-PART.
              10 NEW-VOUCHER-NUMBER     PIC 9(07).
              10 NEW-VOUCHER-VENDOR     PIC 9(05).
              10 FILLER                 PIC X(87).
              10 NEW-VOUCHER-PAID-DATE  PIC 9(08).
              10 NEW-VOUCHER-CHECK-NO   PIC 9(06).
              10 FILLER                 PIC X(593).
              10 NEW-VOUCHER-OPEN-ITEM  PIC X(01).
           05 NEW-VOUCHER-VAT-AMOUNT    PIC S9(6)V99.
           05 NEW-VOUCHER-VAT-RATE      PIC 9(02)V99.
           05 NEW-VOUCHER-VAT-USD-AMOUNT PIC S9(6)V99.
           05 NEW-VOUCHER-VAT-COUNTRY   PIC X(02).
           05 NEW-VOUCHER-VAT-REG-NO    PIC X(20).

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
           DISPLAY "VOUCHER MASTER CONVERSION (707 TO 749)"
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
           MOVE ZEROES TO NEW-VOUCHER-VAT-AMOUNT
                          NEW-VOUCHER-VAT-RATE
                          NEW-VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE TO NEW-VOUCHER-VAT-COUNTRY
                         NEW-VOUCHER-VAT-REG-NO.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-AT-END.
           READ OLD-CONVERT-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-AT-END.
