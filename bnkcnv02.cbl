       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKCNV02.
      *------------------------------------------
      * One-shot conversion of the bank-account
      * master from the 164-byte layout BNKCNV01
      * produced onto the current record that
      * also carries the account's check-stock
      * reorder level.
      *
      * Each converted account starts with a
      * zero reorder level - no warning - until
      * BNKMNT01 sets one once the account's
      * stock has been received into CHKSTK01.
      *
      * The converted file is written to
      * "banknew".  After the run, move it over
      * "bankacct" before letting the system
      * back up.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-BANK-FILE
               ASSIGN TO "bankacct"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-BANK-CODE
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-BANK-FILE
               ASSIGN TO "banknew"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NEW-BANK-CODE
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-BANK-RECORD.
           05 OLD-BANK-CODE             PIC 9(02).
           05 FILLER                    PIC X(162).

       FD  NEW-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-BANK-RECORD.
           05 NEW-BANK-OLD-PART.
              10 NEW-BANK-CODE          PIC 9(02).
              10 FILLER                 PIC X(162).
           05 NEW-BANK-REORDER-LEVEL    PIC 9(05).

       WORKING-STORAGE SECTION.

       77  OLD-AT-END                  PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  CONVERTED-COUNT             PIC 9(03) VALUE ZERO.

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
           OPEN INPUT OLD-BANK-FILE.
           OPEN OUTPUT NEW-BANK-FILE.
           DISPLAY " ".
           DISPLAY "BANK ACCOUNT FILE CONVERSION - RUN DATE "
                   RUN-DATE.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "BANK ACCOUNTS CONVERTED: " CONVERTED-COUNT.
           DISPLAY "SET EACH ACCOUNT'S CHECK-STOCK REORDER LEVEL "
                   "IN BNKMNT01".
           DISPLAY "MOVE banknew OVER bankacct BEFORE LETTING "
                   "THE SYSTEM BACK UP".
           CLOSE OLD-BANK-FILE.
           CLOSE NEW-BANK-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-OLD-RECORD.
           PERFORM CONVERT-ONE-RECORD
               UNTIL OLD-AT-END = "Y".

       CONVERT-ONE-RECORD.
           MOVE OLD-BANK-RECORD TO NEW-BANK-OLD-PART.
           MOVE ZEROES TO NEW-BANK-REORDER-LEVEL.
           ADD 1 TO CONVERTED-COUNT.
           WRITE NEW-BANK-RECORD
               INVALID KEY
               DISPLAY "*** DUPLICATE BANK ACCOUNT "
                       OLD-BANK-CODE " ***".
           PERFORM READ-NEXT-OLD-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-OLD-RECORD.
           MOVE "N" TO OLD-AT-END.
           READ OLD-BANK-FILE NEXT RECORD
               AT END MOVE "Y" TO OLD-AT-END.
