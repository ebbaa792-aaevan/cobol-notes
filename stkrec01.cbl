       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKREC01.
      *------------------------------------------
      * Blank check-stock reconciliation.  For
      * each bank account with stock on file,
      * every form serial received is accounted
      * for, in serial order, as used for a
      * check, used for an alignment test,
      * spoiled, voided or still on hand - runs
      * of consecutive serials in the same
      * state print as one line.  Two things
      * are flagged:
      *
      *   a GAP - serials missing between two
      *   received ranges, forms the printer
      *   shipped that were never received;
      *
      *   OUT OF SEQUENCE - forms still on
      *   hand below a serial CHKPRT01 has
      *   already used.  Stock goes through
      *   the printer in order, so those forms
      *   should not be in the vault; someone
      *   must find them.
      *
      * The account's total on hand is compared
      * with its BNK-STOCK-REORDER-LEVEL and a
      * reorder warning printed when it has
      * fallen below.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchkstk.cbl".

           COPY "slbank.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchkstk.cbl".

           COPY "fdbank.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  STOCK-AT-END                PIC X(01).
       77  BANK-RECORD-FOUND           PIC X(01).

       77  RUN-DATE                    PIC 9(08).

      *------------------------------------------
      * The account being reconciled and the
      * run of serials being gathered.
      *------------------------------------------
       77  CURRENT-ACCOUNT             PIC 9(02).
       77  RUN-STATUS                  PIC X(01).
       77  RUN-FIRST-SERIAL            PIC 9(07).
       77  RUN-LAST-SERIAL             PIC 9(07).
       77  RUN-FIRST-CHECK             PIC 9(06).
       77  RUN-LAST-CHECK              PIC 9(06).
       77  RUN-COUNT                   PIC 9(07).
       77  GAP-FIRST-SERIAL            PIC 9(07).
       77  GAP-LAST-SERIAL             PIC 9(07).
       77  PENDING-ON-HAND             PIC 9(07).

       77  USED-COUNT                  PIC 9(07).
       77  TEST-COUNT                  PIC 9(07).
       77  SPOILED-COUNT               PIC 9(07).
       77  VOIDED-COUNT                PIC 9(07).
       77  ON-HAND-COUNT               PIC 9(07).
       77  GAP-COUNT                   PIC 9(05).
       77  SEQUENCE-COUNT              PIC 9(05).
       77  REORDER-COUNT               PIC 9(03) VALUE ZERO.
       77  ACCOUNT-COUNT               PIC 9(03) VALUE ZERO.
       77  FLAG-COUNT                  PIC 9(05) VALUE ZERO.

       77  SERIAL-FIELD-1              PIC Z(6)9.
       77  SERIAL-FIELD-2              PIC Z(6)9.
       77  COUNT-FIELD                 PIC Z(6)9.
       77  LEVEL-FIELD                 PIC ZZZZ9.
       77  STATUS-WORDS                PIC X(15).

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
           MOVE "STKREC01" TO REPORT-ID.
           MOVE "CHECK STOCK RECONCILIATION" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT CHECK-STOCK-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE CHECK-STOCK-FILE.
           CLOSE BANK-ACCOUNT-FILE.

       MAIN-PROCESS.
           MOVE LOW-VALUES TO STK-KEY.
           MOVE "N" TO STOCK-AT-END.
           START CHECK-STOCK-FILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY MOVE "Y" TO STOCK-AT-END.
           IF STOCK-AT-END = "N"
               PERFORM READ-NEXT-STOCK-RECORD.
           PERFORM RECONCILE-ONE-ACCOUNT
               UNTIL STOCK-AT-END = "Y".
           PERFORM PRINT-REPORT-TOTALS.

      *------------------------------------------
      * One account's forms, serial by serial.
      *------------------------------------------
       RECONCILE-ONE-ACCOUNT.
           PERFORM START-ACCOUNT.
           PERFORM RECONCILE-ONE-FORM
               UNTIL STOCK-AT-END = "Y" OR
                     STK-BANK-ACCOUNT NOT = CURRENT-ACCOUNT.
           PERFORM PRINT-THE-RUN.
           PERFORM END-ACCOUNT.

       START-ACCOUNT.
           ADD 1 TO ACCOUNT-COUNT.
           MOVE STK-BANK-ACCOUNT TO CURRENT-ACCOUNT
                                    BNK-ACCOUNT-CODE.
           PERFORM READ-BANK-RECORD.
           IF BANK-RECORD-FOUND = "N"
               MOVE "**ACCOUNT NOT ON FILE**" TO BNK-NAME
               MOVE ZEROES TO BNK-STOCK-REORDER-LEVEL.
           MOVE ZEROES TO USED-COUNT TEST-COUNT SPOILED-COUNT
                          VOIDED-COUNT ON-HAND-COUNT GAP-COUNT
                          SEQUENCE-COUNT PENDING-ON-HAND
                          RUN-COUNT.
           MOVE SPACE TO PRINT-LINE
           STRING "BANK ACCOUNT " CURRENT-ACCOUNT "  " BNK-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       RECONCILE-ONE-FORM.
           IF RUN-COUNT NOT = ZEROES AND
              STK-SERIAL NOT = RUN-LAST-SERIAL + 1
               PERFORM PRINT-THE-RUN
               PERFORM PRINT-THE-GAP.
           PERFORM CHECK-SEQUENCE.
           PERFORM COUNT-THE-FORM.
           IF RUN-COUNT NOT = ZEROES AND
              STK-STATUS NOT = RUN-STATUS
               PERFORM PRINT-THE-RUN.
           IF RUN-COUNT = ZEROES
               PERFORM OPEN-THE-RUN.
           ADD 1 TO RUN-COUNT.
           MOVE STK-SERIAL TO RUN-LAST-SERIAL.
           IF STK-CHECK-NO NOT = ZEROES
               IF RUN-FIRST-CHECK = ZEROES
                   MOVE STK-CHECK-NO TO RUN-FIRST-CHECK
               END-IF
               MOVE STK-CHECK-NO TO RUN-LAST-CHECK.
           PERFORM READ-NEXT-STOCK-RECORD.

       OPEN-THE-RUN.
           MOVE STK-STATUS TO RUN-STATUS.
           MOVE STK-SERIAL TO RUN-FIRST-SERIAL.
           MOVE ZEROES TO RUN-FIRST-CHECK
                          RUN-LAST-CHECK.

      *------------------------------------------
      * Forms on hand are held back until a
      * form above them turns up used - then
      * they are out of sequence.  Voided blank
      * forms say nothing about the printer.
      *------------------------------------------
       CHECK-SEQUENCE.
           IF STK-STATUS = "H"
               ADD 1 TO PENDING-ON-HAND
           ELSE
           IF STK-STATUS NOT = "V" AND
              PENDING-ON-HAND NOT = ZEROES
               PERFORM PRINT-OUT-OF-SEQUENCE.

       COUNT-THE-FORM.
           IF STK-STATUS = "U"
               ADD 1 TO USED-COUNT
           ELSE
           IF STK-STATUS = "T"
               ADD 1 TO TEST-COUNT
           ELSE
           IF STK-STATUS = "S"
               ADD 1 TO SPOILED-COUNT
           ELSE
           IF STK-STATUS = "V"
               ADD 1 TO VOIDED-COUNT
           ELSE
               ADD 1 TO ON-HAND-COUNT.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-THE-RUN.
           IF RUN-COUNT NOT = ZEROES
               PERFORM SET-STATUS-WORDS
               MOVE RUN-FIRST-SERIAL TO SERIAL-FIELD-1
               MOVE RUN-LAST-SERIAL  TO SERIAL-FIELD-2
               MOVE RUN-COUNT        TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               IF RUN-FIRST-CHECK = ZEROES
                   STRING "   SERIALS " SERIAL-FIELD-1 " - "
                          SERIAL-FIELD-2 "  " STATUS-WORDS
                          COUNT-FIELD
                          DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "   SERIALS " SERIAL-FIELD-1 " - "
                          SERIAL-FIELD-2 "  " STATUS-WORDS
                          COUNT-FIELD "  CHECKS " RUN-FIRST-CHECK
                          " - " RUN-LAST-CHECK
                          DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               PERFORM PRINT-A-LINE
               MOVE ZEROES TO RUN-COUNT.

       PRINT-THE-GAP.
           ADD 1 TO GAP-COUNT FLAG-COUNT.
           COMPUTE GAP-FIRST-SERIAL = RUN-LAST-SERIAL + 1.
           COMPUTE GAP-LAST-SERIAL = STK-SERIAL - 1.
           MOVE GAP-FIRST-SERIAL TO SERIAL-FIELD-1.
           MOVE GAP-LAST-SERIAL  TO SERIAL-FIELD-2.
           MOVE SPACE TO PRINT-LINE
           STRING "*** GAP - SERIALS " SERIAL-FIELD-1 " - "
                  SERIAL-FIELD-2 " NEVER RECEIVED ***"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-OUT-OF-SEQUENCE.
           ADD 1 TO SEQUENCE-COUNT FLAG-COUNT.
           PERFORM PRINT-THE-RUN.
           MOVE PENDING-ON-HAND TO COUNT-FIELD.
           MOVE STK-SERIAL TO SERIAL-FIELD-1.
           MOVE SPACE TO PRINT-LINE
           STRING "*** OUT OF SEQUENCE - " COUNT-FIELD
                  " FORM(S) ON HAND BELOW USED SERIAL "
                  SERIAL-FIELD-1 " ***"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE ZEROES TO PENDING-ON-HAND.

       SET-STATUS-WORDS.
           IF RUN-STATUS = "H"
               MOVE "ON HAND" TO STATUS-WORDS
           ELSE
           IF RUN-STATUS = "U"
               MOVE "USED" TO STATUS-WORDS
           ELSE
           IF RUN-STATUS = "T"
               MOVE "ALIGNMENT TEST" TO STATUS-WORDS
           ELSE
           IF RUN-STATUS = "S"
               MOVE "SPOILED" TO STATUS-WORDS
           ELSE
               MOVE "VOIDED" TO STATUS-WORDS.

       END-ACCOUNT.
           PERFORM PRINT-A-LINE.
           MOVE USED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   USED FOR CHECKS:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE TEST-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   ALIGNMENT TESTS:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPOILED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   SPOILED:            " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE VOIDED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   VOIDED:             " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE ON-HAND-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   ON HAND:            " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF BNK-STOCK-REORDER-LEVEL NOT = ZEROES AND
              ON-HAND-COUNT < BNK-STOCK-REORDER-LEVEL
               ADD 1 TO REORDER-COUNT
               MOVE BNK-STOCK-REORDER-LEVEL TO LEVEL-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "*** REORDER - ON HAND IS BELOW THE "
                      "REORDER LEVEL OF " LEVEL-FIELD " ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACE TO PRINT-LINE
           IF ACCOUNT-COUNT = ZEROES
               STRING "NO CHECK STOCK ON FILE"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE FLAG-COUNT TO COUNT-FIELD
               STRING "GAPS AND OUT-OF-SEQUENCE FLAGS:  "
                      COUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE REORDER-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "ACCOUNTS BELOW REORDER LEVEL:    "
                      COUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-STOCK-RECORD.
           READ CHECK-STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO STOCK-AT-END.

       READ-BANK-RECORD.
           MOVE "Y" TO BANK-RECORD-FOUND.
           READ BANK-ACCOUNT-FILE RECORD
             INVALID KEY
                MOVE "N" TO BANK-RECORD-FOUND.

           COPY "plprint.cbl".
