       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKCNV01.
      *------------------------------------------
      * One-shot conversion of the bank-account
      * master from the original 144-byte layout
      * onto the current record that also
      * carries the account's signing limits.
      *
      * Each converted account is seeded with
      * the standing bank resolution - a live
      * signature over $25,000.00 and two over
      * $100,000.00 - so no large check goes
      * out on the facsimile plate after
      * cutover.  BNKMNT01 changes them per
      * account from there.
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
           05 FILLER                    PIC X(142).

       FD  NEW-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-BANK-RECORD.
           05 NEW-BANK-OLD-PART.
              10 NEW-BANK-CODE          PIC 9(02).
              10 FILLER                 PIC X(142).
           05 NEW-BANK-FACSIMILE-LIMIT  PIC 9(08)V99.
           05 NEW-BANK-TWO-SIGNER-LIMIT PIC 9(08)V99.

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
           DISPLAY "EVERY ACCOUNT NOW NEEDS A LIVE SIGNATURE OVER "
                   "25,000.00 AND TWO OVER 100,000.00".
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
           MOVE 25000.00 TO NEW-BANK-FACSIMILE-LIMIT.
           MOVE 100000.00 TO NEW-BANK-TWO-SIGNER-LIMIT.
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
