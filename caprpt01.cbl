       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRPT01.
      *------------------------------------------
      * Monthly field-capacity forecast.  Every
      * counter, sequence and amount field that
      * can run out of digits is measured
      * against its picture's ceiling:
      *
      *   CONTROL-LAST-VOUCHER    each company
      *   CONTROL-LAST-CHECK      each company
      *   CONTROL-LAST-VRECEIPT   each company
      *   CONTROL-LAST-EDI-CONTROL each company
      *   BNK-LAST-CHECK          each bank
      *   PDT-SEQUENCE            highest on
      *                           any voucher
      *   RCPT-SEQUENCE           highest on
      *                           any PO
      *   VOUCHER-AMOUNT          largest, live
      *                           or archived,
      *                           either sign
      *   PO-AMOUNT               largest
      *
      * Each run saves its measurements by
      * month (FDCAPSNP).  The growth rate is
      * the climb per month since the oldest
      * saved month in the last six; from it
      * the report projects the month the
      * value comes within 10% of the ceiling
      * and the month it runs out.  Until a
      * field has an earlier month on file it
      * shows NO HIST.  Anything already past
      * 90%, or due there within a year, is
      * flagged.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcapsnp.cbl".

           COPY "slcontrl.cbl".

           COPY "slbank.cbl".

           COPY "slpaydtl.cbl".

           COPY "slrcpt.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpurord.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcapsnp.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdbank.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpurord.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  CONTROL-AT-END              PIC X(01).
       77  BANK-AT-END                 PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  RECEIPT-AT-END              PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  PO-AT-END                   PIC X(01).
       77  SNAPSHOT-FOUND              PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-PERIOD                  PIC 9(06).
       77  RUN-MONTH-NUMBER            PIC 9(06).

      *------------------------------------------
      * The field being measured - set by each
      * MEASURE- paragraph, then handed to
      * REPORT-ONE-ITEM.
      *------------------------------------------
       77  ITEM-CODE                   PIC X(08).
       77  ITEM-QUALIFIER              PIC 9(02).
       77  ITEM-NAME                   PIC X(24).
       77  ITEM-WHOSE                  PIC X(08).
       77  ITEM-VALUE                  PIC 9(09)V99.
       77  ITEM-LIMIT                  PIC 9(09)V99.
       77  ITEM-NOTE                   PIC X(40).

       77  LARGEST-VALUE               PIC 9(09)V99.
       77  LARGEST-HOLDER              PIC 9(07).
       77  ABSOLUTE-AMOUNT             PIC 9(09)V99.

       77  LOOK-BACK                   PIC 9(02).
       77  BASE-MONTHS                 PIC 9(02).
       77  BASE-VALUE                  PIC 9(09)V99.
       77  GROWTH-PER-MONTH            PIC S9(09)V99.
       77  WARNING-LEVEL               PIC 9(09)V99.
       77  MONTHS-TO-GO                PIC 9(07).
       77  PERCENT-USED                PIC 9(03)V9.

       77  MONTH-NUMBER                PIC 9(07).
       77  MONTH-YEAR                  PIC 9(04).
       77  MONTH-OF-YEAR               PIC 9(02).
       77  PROJECTED-PERIOD            PIC X(08).
       77  WARNING-PERIOD              PIC X(08).
       77  EXHAUST-PERIOD              PIC X(08).
       77  ITEM-STATUS                 PIC X(13).

       77  ITEM-COUNT                  PIC 9(03) VALUE ZERO.
       77  FLAGGED-COUNT               PIC 9(03) VALUE ZERO.

       77  VALUE-FIELD                 PIC ZZZ,ZZZ,ZZ9.99.
       77  LIMIT-FIELD                 PIC ZZZ,ZZZ,ZZ9.99.
       77  GROWTH-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  PERCENT-FIELD               PIC ZZ9.9.
       77  COUNT-FIELD                 PIC ZZ9.

           COPY "wsdate01.cbl".

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
           MOVE RUN-DATE(1:6) TO RUN-PERIOD.
           MOVE RUN-DATE TO DATE-CCYYMMDD.
           COMPUTE RUN-MONTH-NUMBER =
               DATE-CCYYMMDD-CCYY * 12 + DATE-CCYYMMDD-MM - 1.
           OPEN I-O CAPACITY-SNAPSHOT-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           MOVE "CAPRPT01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "FIELD CAPACITY FORECAST" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE CAPACITY-SNAPSHOT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PURCHASE-ORDER-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM MEASURE-CONTROL-COUNTERS.
           PERFORM MEASURE-BANK-COUNTERS.
           PERFORM MEASURE-PAYMENT-SEQUENCE.
           PERFORM MEASURE-RECEIPT-SEQUENCE.
           PERFORM MEASURE-VOUCHER-AMOUNT.
           PERFORM MEASURE-PO-AMOUNT.
           PERFORM PRINT-THE-FOOTING.
           MOVE FLAGGED-COUNT TO COUNT-FIELD.
           DISPLAY "CAPACITY FORECAST IS ON THE REPORT SPOOL - "
                   COUNT-FIELD " FIELDS FLAGGED".

      *------------------------------------------
      * Per-company counters on the control
      * record.
      *------------------------------------------
       MEASURE-CONTROL-COUNTERS.
           MOVE "N" TO CONTROL-AT-END.
           PERFORM READ-NEXT-CONTROL-RECORD.
           PERFORM MEASURE-ONE-COMPANY
               UNTIL CONTROL-AT-END = "Y".

       MEASURE-ONE-COMPANY.
           MOVE CONTROL-KEY TO ITEM-QUALIFIER.
           MOVE SPACE TO ITEM-WHOSE.
           STRING "CO " CONTROL-KEY
                  DELIMITED BY SIZE INTO ITEM-WHOSE.
           MOVE SPACE TO ITEM-NOTE.
           MOVE "LASTVCH"                  TO ITEM-CODE.
           MOVE "CONTROL-LAST-VOUCHER"     TO ITEM-NAME.
           MOVE CONTROL-LAST-VOUCHER       TO ITEM-VALUE.
           MOVE 9999999                    TO ITEM-LIMIT.
           PERFORM REPORT-ONE-ITEM.
           MOVE "LASTCHK"                  TO ITEM-CODE.
           MOVE "CONTROL-LAST-CHECK"       TO ITEM-NAME.
           MOVE CONTROL-LAST-CHECK         TO ITEM-VALUE.
           MOVE 999999                     TO ITEM-LIMIT.
           PERFORM REPORT-ONE-ITEM.
           MOVE "LASTVRC"                  TO ITEM-CODE.
           MOVE "CONTROL-LAST-VRECEIPT"    TO ITEM-NAME.
           MOVE CONTROL-LAST-VRECEIPT      TO ITEM-VALUE.
           MOVE 9999999                    TO ITEM-LIMIT.
           PERFORM REPORT-ONE-ITEM.
           MOVE "LASTEDI"                  TO ITEM-CODE.
           MOVE "CONTROL-LAST-EDI-CONTROL" TO ITEM-NAME.
           MOVE CONTROL-LAST-EDI-CONTROL   TO ITEM-VALUE.
           MOVE 999999999                  TO ITEM-LIMIT.
           PERFORM REPORT-ONE-ITEM.
           PERFORM READ-NEXT-CONTROL-RECORD.

       MEASURE-BANK-COUNTERS.
           MOVE "N" TO BANK-AT-END.
           PERFORM READ-NEXT-BANK-RECORD.
           PERFORM MEASURE-ONE-BANK
               UNTIL BANK-AT-END = "Y".

       MEASURE-ONE-BANK.
           MOVE "BNKCHK"          TO ITEM-CODE.
           MOVE BNK-ACCOUNT-CODE  TO ITEM-QUALIFIER.
           MOVE "BNK-LAST-CHECK"  TO ITEM-NAME.
           MOVE SPACE TO ITEM-WHOSE.
           STRING "BANK " BNK-ACCOUNT-CODE
                  DELIMITED BY SIZE INTO ITEM-WHOSE.
           MOVE BNK-LAST-CHECK    TO ITEM-VALUE.
           MOVE 999999            TO ITEM-LIMIT.
           MOVE SPACE             TO ITEM-NOTE.
           PERFORM REPORT-ONE-ITEM.
           PERFORM READ-NEXT-BANK-RECORD.

      *------------------------------------------
      * Sequences - the highest any one voucher
      * or PO has reached.
      *------------------------------------------
       MEASURE-PAYMENT-SEQUENCE.
           MOVE ZEROES TO LARGEST-VALUE
                          LARGEST-HOLDER.
           MOVE "N" TO DETAIL-AT-END.
           PERFORM READ-NEXT-DETAIL-RECORD.
           PERFORM CHECK-ONE-DETAIL
               UNTIL DETAIL-AT-END = "Y".
           MOVE "PDTSEQ"          TO ITEM-CODE.
           MOVE "PDT-SEQUENCE"    TO ITEM-NAME.
           MOVE 999               TO ITEM-LIMIT.
           MOVE SPACE TO ITEM-NOTE.
           STRING "HIGHEST IS ON VOUCHER " LARGEST-HOLDER
                  DELIMITED BY SIZE INTO ITEM-NOTE.
           PERFORM REPORT-FILE-WIDE-ITEM.

       CHECK-ONE-DETAIL.
           IF PDT-SEQUENCE > LARGEST-VALUE
               MOVE PDT-SEQUENCE       TO LARGEST-VALUE
               MOVE PDT-VOUCHER-NUMBER TO LARGEST-HOLDER.
           PERFORM READ-NEXT-DETAIL-RECORD.

       MEASURE-RECEIPT-SEQUENCE.
           MOVE ZEROES TO LARGEST-VALUE
                          LARGEST-HOLDER.
           MOVE "N" TO RECEIPT-AT-END.
           PERFORM READ-NEXT-RECEIPT-RECORD.
           PERFORM CHECK-ONE-RECEIPT
               UNTIL RECEIPT-AT-END = "Y".
           MOVE "RCPTSEQ"         TO ITEM-CODE.
           MOVE "RCPT-SEQUENCE"   TO ITEM-NAME.
           MOVE 999               TO ITEM-LIMIT.
           MOVE SPACE TO ITEM-NOTE.
           STRING "HIGHEST IS ON PO " LARGEST-HOLDER(2:6)
                  DELIMITED BY SIZE INTO ITEM-NOTE.
           PERFORM REPORT-FILE-WIDE-ITEM.

       CHECK-ONE-RECEIPT.
           IF RCPT-SEQUENCE > LARGEST-VALUE
               MOVE RCPT-SEQUENCE  TO LARGEST-VALUE
               MOVE RCPT-PO-NUMBER TO LARGEST-HOLDER.
           PERFORM READ-NEXT-RECEIPT-RECORD.

      *------------------------------------------
      * Amounts - the largest either way, a
      * credit as big as an invoice fills the
      * picture the same.
      *------------------------------------------
       MEASURE-VOUCHER-AMOUNT.
           MOVE ZEROES TO LARGEST-VALUE
                          LARGEST-HOLDER.
           MOVE "N" TO VOUCHER-AT-END.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM CHECK-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           MOVE "N" TO HISTORY-AT-END.
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM CHECK-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".
           MOVE "VCHAMT"          TO ITEM-CODE.
           MOVE "VOUCHER-AMOUNT"  TO ITEM-NAME.
           MOVE 999999.99         TO ITEM-LIMIT.
           MOVE SPACE TO ITEM-NOTE.
           STRING "LARGEST IS VOUCHER " LARGEST-HOLDER
                  DELIMITED BY SIZE INTO ITEM-NOTE.
           PERFORM REPORT-FILE-WIDE-ITEM.

       CHECK-ONE-LIVE-VOUCHER.
           PERFORM CHECK-VOUCHER-AMOUNT.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       CHECK-ONE-ARCHIVED-VOUCHER.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM CHECK-VOUCHER-AMOUNT.
           PERFORM READ-NEXT-HISTORY-RECORD.

       CHECK-VOUCHER-AMOUNT.
           IF VOUCHER-AMOUNT < ZERO
               COMPUTE ABSOLUTE-AMOUNT = ZERO - VOUCHER-AMOUNT
           ELSE
               MOVE VOUCHER-AMOUNT TO ABSOLUTE-AMOUNT.
           IF ABSOLUTE-AMOUNT > LARGEST-VALUE
               MOVE ABSOLUTE-AMOUNT TO LARGEST-VALUE
               MOVE VOUCHER-NUMBER  TO LARGEST-HOLDER.

       MEASURE-PO-AMOUNT.
           MOVE ZEROES TO LARGEST-VALUE
                          LARGEST-HOLDER.
           MOVE "N" TO PO-AT-END.
           PERFORM READ-NEXT-PO-RECORD.
           PERFORM CHECK-ONE-PO
               UNTIL PO-AT-END = "Y".
           MOVE "POAMT"           TO ITEM-CODE.
           MOVE "PO-AMOUNT"       TO ITEM-NAME.
           MOVE 999999.99         TO ITEM-LIMIT.
           MOVE SPACE TO ITEM-NOTE.
           STRING "LARGEST IS PO " LARGEST-HOLDER(2:6)
                  DELIMITED BY SIZE INTO ITEM-NOTE.
           PERFORM REPORT-FILE-WIDE-ITEM.

       CHECK-ONE-PO.
           IF PO-AMOUNT < ZERO
               COMPUTE ABSOLUTE-AMOUNT = ZERO - PO-AMOUNT
           ELSE
               MOVE PO-AMOUNT TO ABSOLUTE-AMOUNT.
           IF ABSOLUTE-AMOUNT > LARGEST-VALUE
               MOVE ABSOLUTE-AMOUNT TO LARGEST-VALUE
               MOVE PO-NUMBER       TO LARGEST-HOLDER.
           PERFORM READ-NEXT-PO-RECORD.

       REPORT-FILE-WIDE-ITEM.
           MOVE ZEROES TO ITEM-QUALIFIER.
           MOVE "ALL" TO ITEM-WHOSE.
           MOVE LARGEST-VALUE TO ITEM-VALUE.
           IF LARGEST-HOLDER = ZEROES
               MOVE SPACE TO ITEM-NOTE.
           PERFORM REPORT-ONE-ITEM.

      *------------------------------------------
      * One field: growth from the oldest
      * saved month of the last six, the two
      * projections, the line, and this
      * month's measurement saved.
      *------------------------------------------
       REPORT-ONE-ITEM.
           ADD 1 TO ITEM-COUNT.
           COMPUTE PERCENT-USED ROUNDED =
               ITEM-VALUE * 100 / ITEM-LIMIT.
           COMPUTE WARNING-LEVEL = ITEM-LIMIT * 0.9.
           PERFORM FIND-GROWTH-BASE.
           IF BASE-MONTHS = ZEROES
               MOVE ZEROES TO GROWTH-PER-MONTH
           ELSE
               COMPUTE GROWTH-PER-MONTH ROUNDED =
                   (ITEM-VALUE - BASE-VALUE) / BASE-MONTHS.
           PERFORM PROJECT-WARNING-MONTH.
           PERFORM PROJECT-EXHAUST-MONTH.
           PERFORM SET-ITEM-STATUS.
           PERFORM PRINT-ITEM-LINE.
           PERFORM SAVE-ITEM-SNAPSHOT.

       FIND-GROWTH-BASE.
           MOVE ZEROES TO BASE-MONTHS
                          BASE-VALUE.
           PERFORM CHECK-ONE-LOOK-BACK
               VARYING LOOK-BACK FROM 6 BY -1
               UNTIL LOOK-BACK < 1 OR
                     BASE-MONTHS NOT = ZEROES.

       CHECK-ONE-LOOK-BACK.
           COMPUTE MONTH-NUMBER = RUN-MONTH-NUMBER - LOOK-BACK.
           PERFORM SET-MONTH-FROM-NUMBER.
           MOVE MONTH-YEAR     TO CAP-PERIOD(1:4).
           MOVE MONTH-OF-YEAR  TO CAP-PERIOD(5:2).
           MOVE ITEM-CODE      TO CAP-ITEM.
           MOVE ITEM-QUALIFIER TO CAP-QUALIFIER.
           PERFORM READ-SNAPSHOT-RECORD.
           IF SNAPSHOT-FOUND = "Y"
               MOVE CAP-VALUE TO BASE-VALUE
               MOVE LOOK-BACK TO BASE-MONTHS.

       PROJECT-WARNING-MONTH.
           IF ITEM-VALUE NOT < WARNING-LEVEL
               MOVE "NOW" TO WARNING-PERIOD
           ELSE
           IF BASE-MONTHS = ZEROES
               MOVE "NO HIST" TO WARNING-PERIOD
           ELSE
           IF GROWTH-PER-MONTH NOT > ZERO
               MOVE "NEVER" TO WARNING-PERIOD
           ELSE
               COMPUTE MONTHS-TO-GO ROUNDED =
                   (WARNING-LEVEL - ITEM-VALUE) / GROWTH-PER-MONTH
               PERFORM FORMAT-PROJECTED-PERIOD
               MOVE PROJECTED-PERIOD TO WARNING-PERIOD.

       PROJECT-EXHAUST-MONTH.
           IF ITEM-VALUE NOT < ITEM-LIMIT
               MOVE "NOW" TO EXHAUST-PERIOD
           ELSE
           IF BASE-MONTHS = ZEROES
               MOVE "NO HIST" TO EXHAUST-PERIOD
           ELSE
           IF GROWTH-PER-MONTH NOT > ZERO
               MOVE "NEVER" TO EXHAUST-PERIOD
           ELSE
               COMPUTE MONTHS-TO-GO ROUNDED =
                   (ITEM-LIMIT - ITEM-VALUE) / GROWTH-PER-MONTH
               PERFORM FORMAT-PROJECTED-PERIOD
               MOVE PROJECTED-PERIOD TO EXHAUST-PERIOD.

      *    Ten years out is as far as anyone plans - past
      *    that the month means nothing.
       FORMAT-PROJECTED-PERIOD.
           IF MONTHS-TO-GO > 120
               MOVE "10+ YRS" TO PROJECTED-PERIOD
           ELSE
               COMPUTE MONTH-NUMBER =
                   RUN-MONTH-NUMBER + MONTHS-TO-GO
               PERFORM SET-MONTH-FROM-NUMBER
               MOVE SPACE TO PROJECTED-PERIOD
               STRING MONTH-YEAR "/" MONTH-OF-YEAR
                      DELIMITED BY SIZE INTO PROJECTED-PERIOD.

       SET-MONTH-FROM-NUMBER.
           DIVIDE MONTH-NUMBER BY 12
               GIVING MONTH-YEAR
               REMAINDER MONTH-OF-YEAR.
           ADD 1 TO MONTH-OF-YEAR.

       SET-ITEM-STATUS.
           IF ITEM-VALUE NOT < WARNING-LEVEL
               MOVE "*** OVER 90%" TO ITEM-STATUS
               ADD 1 TO FLAGGED-COUNT
           ELSE
           IF BASE-MONTHS NOT = ZEROES AND
              GROWTH-PER-MONTH > ZERO AND
              ITEM-VALUE + (GROWTH-PER-MONTH * 12) NOT <
                  WARNING-LEVEL
               MOVE "** WITHIN 1YR" TO ITEM-STATUS
               ADD 1 TO FLAGGED-COUNT
           ELSE
               MOVE SPACE TO ITEM-STATUS.

       SAVE-ITEM-SNAPSHOT.
           MOVE RUN-PERIOD     TO CAP-PERIOD.
           MOVE ITEM-CODE      TO CAP-ITEM.
           MOVE ITEM-QUALIFIER TO CAP-QUALIFIER.
           MOVE ITEM-VALUE     TO CAP-VALUE.
           MOVE RUN-DATE       TO CAP-RUN-DATE.
           WRITE CAPACITY-SNAPSHOT-RECORD
               INVALID KEY
               REWRITE CAPACITY-SNAPSHOT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING CAPACITY SNAPSHOT".

      *------------------------------------------
      * Print
      *------------------------------------------
       PRINT-THE-HEADINGS.
           MOVE RUN-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINT-LINE.
           STRING "MEASURED " FORMATTED-DATE
                  " - GROWTH IS PER MONTH OVER UP TO THE LAST "
                  "SIX MONTHS ON FILE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "FIELD                    WHOSE    "
                  "  CURRENT VALUE          LIMIT  USED%"
                  "    GROWTH/MONTH  90% BY   RUNS OUT STATUS"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ITEM-LINE.
           MOVE ITEM-VALUE TO VALUE-FIELD.
           MOVE ITEM-LIMIT TO LIMIT-FIELD.
           MOVE PERCENT-USED TO PERCENT-FIELD.
           MOVE GROWTH-PER-MONTH TO GROWTH-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING ITEM-NAME " "
                  ITEM-WHOSE " "
                  VALUE-FIELD " "
                  LIMIT-FIELD " "
                  PERCENT-FIELD " "
                  GROWTH-FIELD " "
                  WARNING-PERIOD " "
                  EXHAUST-PERIOD " "
                  ITEM-STATUS
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF ITEM-NOTE NOT = SPACE
               MOVE SPACE TO PRINT-LINE
               STRING "                         " ITEM-NOTE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-THE-FOOTING.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ITEM-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING COUNT-FIELD " FIELDS MEASURED, "
                  DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE FLAGGED-COUNT TO COUNT-FIELD.
           MOVE COUNT-FIELD TO PRINT-LINE(22:3).
           MOVE " FLAGGED - OVER 90% OF THE CEILING, OR DUE "
             TO PRINT-LINE(25:).
           MOVE "THERE WITHIN A YEAR" TO PRINT-LINE(68:).
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-SNAPSHOT-RECORD.
           MOVE "Y" TO SNAPSHOT-FOUND.
           READ CAPACITY-SNAPSHOT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SNAPSHOT-FOUND.

       READ-NEXT-CONTROL-RECORD.
           READ CONTROL-FILE NEXT RECORD
               AT END MOVE "Y" TO CONTROL-AT-END.

       READ-NEXT-BANK-RECORD.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO BANK-AT-END.

       READ-NEXT-DETAIL-RECORD.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.

       READ-NEXT-RECEIPT-RECORD.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-AT-END.

       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-HISTORY-RECORD.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.

       READ-NEXT-PO-RECORD.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-AT-END.

           COPY "pldate01.cbl".

           COPY "plprint.cbl".
