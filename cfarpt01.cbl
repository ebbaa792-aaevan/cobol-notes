       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFARPT01.
      *------------------------------------------
      * Cash-forecast accuracy.  Treasury funds
      * the accounts off CSHREQ01's buckets;
      * this report takes one company's saved
      * forecast from a past CSHREQ01 run and
      * holds it up against what the payment-
      * detail file shows actually went out in
      * the same weeks.
      *
      * Weeks are counted in calendar days from
      * the forecast's run date:
      *
      *   WEEK 1     run date thru day 7 -
      *              the past-due bucket is
      *              payable at once, so it is
      *              expected here with week 1
      *   WEEK 2     days 8 thru 14
      *   WEEKS 3-4  days 15 thru 28
      *
      * The beyond-4-weeks bucket is shown but
      * not compared.  Only money that left the
      * bank counts - check, ACH, wire, card
      * and manual payments; credit-memo,
      * advance and vendor-receipt applications
      * moved no cash.
      *
      * Each voucher's forecast is matched to
      * its own payments week by week, and
      * every difference is put down to one
      * cause:
      *
      *   SLIPPED        forecast, paid later
      *                  or not yet
      *   DISPUTED       forecast, now disputed
      *   APPROVAL HOLD  forecast, waiting on
      *                  or rejected by approval
      *   NEW IN WINDOW  not in the forecast at
      *                  all - entered and paid
      *                  inside the window
      *   PAID EARLY     paid in an earlier week
      *                  than forecast
      *   VOID/DELETED   forecast, since voided
      *                  or deleted
      *
      * The causes are totaled, and the largest
      * misses listed voucher by voucher.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcshfc.cbl".

           COPY "slpaydtl.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slvnd02.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

           SELECT FORECAST-SORT-FILE ASSIGN TO "cfasrt".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcshfc.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       SD  FORECAST-SORT-FILE.
       01  FORECAST-SORT-RECORD.
           05 CFS-VOUCHER-NUMBER        PIC 9(07).
           05 CFS-PERIOD                PIC 9(01).
           05 CFS-VENDOR                PIC 9(05).
           05 CFS-FORECAST              PIC S9(09)V99.
           05 CFS-PAID                  PIC S9(09)V99.

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

       77  COMPANY-CODE                PIC 9(01).

       77  FORECAST-AT-END             PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  SORT-AT-END                 PIC X(01).
       77  FORECAST-FOUND              PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  HISTORY-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  FORECAST-DATE               PIC 9(08).
       77  WINDOW-THRU-DATE            PIC 9(08).
       77  PAYMENT-COMPANY             PIC 9(01).
       77  PAYMENT-PERIOD              PIC 9(01).

      *------------------------------------------
      * Periods 1-3 are the compared weeks;
      * period 4 is the beyond-4-weeks bucket.
      *------------------------------------------
       77  PERIOD-INDEX                PIC 9(01).
       77  OTHER-INDEX                 PIC 9(01).
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY             OCCURS 4 TIMES.
              10 PERIOD-FROM           PIC 9(08).
              10 PERIOD-THRU           PIC 9(08).
              10 PERIOD-FORECAST       PIC S9(09)V99.
              10 PERIOD-ACTUAL         PIC S9(09)V99.
       01  PERIOD-NAMES.
           05 FILLER                   PIC X(10) VALUE "WEEK 1".
           05 FILLER                   PIC X(10) VALUE "WEEK 2".
           05 FILLER                   PIC X(10) VALUE "WEEKS 3-4".
           05 FILLER                   PIC X(10) VALUE "BEYOND".
       01  FILLER REDEFINES PERIOD-NAMES.
           05 PERIOD-NAME              OCCURS 4 TIMES
                                       PIC X(10).

      *------------------------------------------
      * One voucher's forecast and payments by
      * period, gathered off the sort.
      *------------------------------------------
       77  GROUP-VOUCHER               PIC 9(07).
       77  GROUP-VENDOR                PIC 9(05).
       77  GROUP-FORECAST-TOTAL        PIC S9(09)V99.
       01  VOUCHER-GROUP-TABLE.
           05 GRP-ENTRY                OCCURS 4 TIMES.
              10 GRP-FORECAST          PIC S9(09)V99.
              10 GRP-PAID              PIC S9(09)V99.
       77  PAID-BEFORE                 PIC S9(09)V99.
       77  PAID-AFTER                  PIC S9(09)V99.
       77  MISS-AMOUNT                 PIC S9(09)V99.
       77  MISS-SIZE                   PIC 9(09)V99.
       77  MISS-REASON                 PIC 9(01).

      *------------------------------------------
      * Totals by cause.
      *------------------------------------------
       77  REASON-INDEX                PIC 9(01).
       01  REASON-TABLE.
           05 RSN-ENTRY                OCCURS 6 TIMES.
              10 RSN-COUNT             PIC 9(05).
              10 RSN-AMOUNT            PIC S9(09)V99.
       01  REASON-NAMES.
           05 FILLER                   PIC X(14) VALUE "SLIPPED".
           05 FILLER                   PIC X(14) VALUE "DISPUTED".
           05 FILLER                   PIC X(14) VALUE "APPROVAL HOLD".
           05 FILLER                   PIC X(14) VALUE "NEW IN WINDOW".
           05 FILLER                   PIC X(14) VALUE "PAID EARLY".
           05 FILLER                   PIC X(14) VALUE "VOID/DELETED".
       01  FILLER REDEFINES REASON-NAMES.
           05 REASON-NAME              OCCURS 6 TIMES
                                       PIC X(14).

      *------------------------------------------
      * The largest misses, kept as they come
      * and sorted biggest first at the end.
      *------------------------------------------
       77  MSS-COUNT                   PIC 9(02) VALUE ZERO.
       77  MSS-INDEX                   PIC 9(02).
       77  MSS-SMALLEST                PIC 9(02).
       77  MSS-SWAPPED                 PIC X(01).
       01  LARGEST-MISS-TABLE.
           05 MSS-ENTRY                OCCURS 15 TIMES.
              10 MSS-SIZE              PIC 9(09)V99.
              10 MSS-VOUCHER           PIC 9(07).
              10 MSS-VENDOR            PIC 9(05).
              10 MSS-PERIOD            PIC 9(01).
              10 MSS-FORECAST          PIC S9(09)V99.
              10 MSS-PAID              PIC S9(09)V99.
              10 MSS-MISS              PIC S9(09)V99.
              10 MSS-REASON            PIC 9(01).
       01  MSS-SWAP-ENTRY              PIC X(58).

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  ACTUAL-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  VARIANCE-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.
       77  VOUCHER-NUMBER-FIELD        PIC Z(6)9.
       77  VENDOR-NAME-SHORT           PIC X(20).

           COPY "wsdate01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF FORECAST-FOUND = "Y"
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM SET-COMPANY-CODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ENTER-FORECAST-DATE.
           OPEN INPUT CASH-FORECAST-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           PERFORM LOAD-FORECAST-TOTALS.
           IF FORECAST-FOUND = "N"
               DISPLAY "NO SAVED FORECAST FOR COMPANY " COMPANY-CODE
                       " ON " FORECAST-DATE
           ELSE
               MOVE "CFARPT01" TO REPORT-ID
               MOVE COMPANY-CODE TO REPORT-COMPANY
               MOVE "CASH FORECAST ACCURACY" TO REPORT-TITLE
               PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           IF FORECAST-FOUND = "Y"
               PERFORM CLOSE-THE-REPORT.
           CLOSE CASH-FORECAST-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.

       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

       ENTER-FORECAST-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "CHECK THE FORECAST RUN ON WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A FORECAST DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO FORECAST-DATE.

      *------------------------------------------
      * The company's bucket totals off the
      * saved forecast, folded into periods,
      * and each period's calendar window.
      *------------------------------------------
       LOAD-FORECAST-TOTALS.
           MOVE "N" TO FORECAST-FOUND.
           INITIALIZE PERIOD-TABLE REASON-TABLE.
           MOVE FORECAST-DATE TO PERIOD-FROM (1).
           COMPUTE PERIOD-THRU (1) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FORECAST-DATE) + 7).
           COMPUTE PERIOD-FROM (2) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FORECAST-DATE) + 8).
           COMPUTE PERIOD-THRU (2) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FORECAST-DATE) + 14).
           COMPUTE PERIOD-FROM (3) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FORECAST-DATE) + 15).
           COMPUTE PERIOD-THRU (3) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FORECAST-DATE) + 28).
           MOVE PERIOD-THRU (3) TO WINDOW-THRU-DATE.
           MOVE FORECAST-DATE TO CFC-RUN-DATE.
           MOVE COMPANY-CODE  TO CFC-COMPANY.
           MOVE ZEROES        TO CFC-VOUCHER-NUMBER CFC-BUCKET.
           MOVE "N" TO FORECAST-AT-END.
           START CASH-FORECAST-FILE
               KEY IS NOT LESS THAN CFC-KEY
               INVALID KEY MOVE "Y" TO FORECAST-AT-END.
           PERFORM LOAD-ONE-FORECAST-TOTAL
               UNTIL FORECAST-AT-END = "Y".

       LOAD-ONE-FORECAST-TOTAL.
           PERFORM READ-NEXT-FORECAST-RECORD.
           IF FORECAST-AT-END = "N"
               IF CFC-VOUCHER-NUMBER NOT = ZEROES
                   MOVE "Y" TO FORECAST-AT-END
               ELSE
                   MOVE "Y" TO FORECAST-FOUND
                   PERFORM SET-BUCKET-PERIOD
                   ADD CFC-AMOUNT
                       TO PERIOD-FORECAST (PERIOD-INDEX).

      * Past due and week 1 are both expected
      * in the first week.
       SET-BUCKET-PERIOD.
           IF CFC-BUCKET < 3
               MOVE 1 TO PERIOD-INDEX
           ELSE
               COMPUTE PERIOD-INDEX = CFC-BUCKET - 1.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           SORT FORECAST-SORT-FILE
               ON ASCENDING KEY CFS-VOUCHER-NUMBER
                                CFS-PERIOD
               INPUT PROCEDURE IS GATHER-FORECAST-AND-PAID
               OUTPUT PROCEDURE IS EXPLAIN-THE-MISSES.
           PERFORM PRINT-PERIOD-COMPARISON.
           PERFORM PRINT-REASON-TOTALS.
           PERFORM SORT-LARGEST-MISSES.
           PERFORM PRINT-LARGEST-MISSES.

      *------------------------------------------
      * Sort input - the forecast's voucher
      * rows, then every cash payment inside the
      * window on one of the company's vouchers.
      *------------------------------------------
       GATHER-FORECAST-AND-PAID.
           MOVE FORECAST-DATE TO CFC-RUN-DATE.
           MOVE COMPANY-CODE  TO CFC-COMPANY.
           MOVE 1             TO CFC-VOUCHER-NUMBER.
           MOVE ZEROES        TO CFC-BUCKET.
           MOVE "N" TO FORECAST-AT-END.
           START CASH-FORECAST-FILE
               KEY IS NOT LESS THAN CFC-KEY
               INVALID KEY MOVE "Y" TO FORECAST-AT-END.
           PERFORM RELEASE-ONE-FORECAST-ROW
               UNTIL FORECAST-AT-END = "Y".
           MOVE "N" TO DETAIL-AT-END.
           PERFORM RELEASE-ONE-PAYMENT
               UNTIL DETAIL-AT-END = "Y".

       RELEASE-ONE-FORECAST-ROW.
           PERFORM READ-NEXT-FORECAST-RECORD.
           IF FORECAST-AT-END = "N"
               PERFORM SET-BUCKET-PERIOD
               MOVE CFC-VOUCHER-NUMBER TO CFS-VOUCHER-NUMBER
               MOVE PERIOD-INDEX       TO CFS-PERIOD
               MOVE CFC-VENDOR         TO CFS-VENDOR
               MOVE CFC-AMOUNT         TO CFS-FORECAST
               MOVE ZEROES             TO CFS-PAID
               RELEASE FORECAST-SORT-RECORD.

       RELEASE-ONE-PAYMENT.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-DATE NOT < FORECAST-DATE AND
                  PDT-DATE NOT > WINDOW-THRU-DATE AND
                  (PDT-METHOD = "C" OR PDT-METHOD = "A" OR
                   PDT-METHOD = "W" OR PDT-METHOD = "V" OR
                   PDT-METHOD = "M")
                   PERFORM RELEASE-IF-OUR-COMPANY.

       RELEASE-IF-OUR-COMPANY.
           PERFORM FIND-PAID-VOUCHER.
           IF PAYMENT-COMPANY = COMPANY-CODE
               PERFORM SET-PAYMENT-PERIOD
               ADD PDT-AMOUNT TO PERIOD-ACTUAL (PAYMENT-PERIOD)
               MOVE PDT-VOUCHER-NUMBER TO CFS-VOUCHER-NUMBER
               MOVE PAYMENT-PERIOD     TO CFS-PERIOD
               MOVE ZEROES             TO CFS-FORECAST
               MOVE PDT-AMOUNT         TO CFS-PAID
               RELEASE FORECAST-SORT-RECORD.

      * The voucher may be live or already
      * archived; one on neither file is
      * counted nowhere.
       FIND-PAID-VOUCHER.
           MOVE ZERO TO PAYMENT-COMPANY.
           MOVE PDT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "Y"
               MOVE VOUCHER-COMPANY TO PAYMENT-COMPANY
               MOVE VOUCHER-VENDOR  TO CFS-VENDOR
           ELSE
               MOVE PDT-VOUCHER-NUMBER TO VCH-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE VCH-HIST-COMPANY TO PAYMENT-COMPANY
                   MOVE VCH-HIST-VENDOR  TO CFS-VENDOR.
           IF PAYMENT-COMPANY = ZERO AND
              (VOUCHER-RECORD-FOUND = "Y" OR
               HISTORY-RECORD-FOUND = "Y")
               MOVE 1 TO PAYMENT-COMPANY.

       SET-PAYMENT-PERIOD.
           IF PDT-DATE > PERIOD-THRU (2)
               MOVE 3 TO PAYMENT-PERIOD
           ELSE
           IF PDT-DATE > PERIOD-THRU (1)
               MOVE 2 TO PAYMENT-PERIOD
           ELSE
               MOVE 1 TO PAYMENT-PERIOD.

      *------------------------------------------
      * Sort output - one voucher at a time,
      * forecast against paid week by week.
      *------------------------------------------
       EXPLAIN-THE-MISSES.
           MOVE ZEROES TO GROUP-VOUCHER.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM GATHER-ONE-ROW
               UNTIL SORT-AT-END = "Y".
           IF GROUP-VOUCHER NOT = ZEROES
               PERFORM EXPLAIN-ONE-VOUCHER.

       GATHER-ONE-ROW.
           IF CFS-VOUCHER-NUMBER NOT = GROUP-VOUCHER
               IF GROUP-VOUCHER NOT = ZEROES
                   PERFORM EXPLAIN-ONE-VOUCHER
               END-IF
               MOVE CFS-VOUCHER-NUMBER TO GROUP-VOUCHER
               MOVE CFS-VENDOR         TO GROUP-VENDOR
               INITIALIZE VOUCHER-GROUP-TABLE
           END-IF.
           ADD CFS-FORECAST TO GRP-FORECAST (CFS-PERIOD).
           ADD CFS-PAID     TO GRP-PAID (CFS-PERIOD).
           PERFORM RETURN-NEXT-SORT-RECORD.

       EXPLAIN-ONE-VOUCHER.
           COMPUTE GROUP-FORECAST-TOTAL =
               GRP-FORECAST (1) + GRP-FORECAST (2) +
               GRP-FORECAST (3) + GRP-FORECAST (4).
           MOVE GROUP-VOUCHER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE GROUP-VOUCHER TO VCH-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD.
           PERFORM EXPLAIN-ONE-PERIOD
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > 3.

       EXPLAIN-ONE-PERIOD.
           COMPUTE MISS-AMOUNT = GRP-PAID (PERIOD-INDEX) -
               GRP-FORECAST (PERIOD-INDEX).
           IF MISS-AMOUNT NOT = ZEROES
               PERFORM TOTAL-OTHER-PERIODS
               PERFORM CLASSIFY-THE-MISS
               ADD 1 TO RSN-COUNT (MISS-REASON)
               ADD MISS-AMOUNT TO RSN-AMOUNT (MISS-REASON)
               PERFORM KEEP-IF-LARGE.

       TOTAL-OTHER-PERIODS.
           MOVE ZEROES TO PAID-BEFORE PAID-AFTER.
           PERFORM TOTAL-ONE-OTHER-PERIOD
               VARYING OTHER-INDEX FROM 1 BY 1
               UNTIL OTHER-INDEX > 3.

       TOTAL-ONE-OTHER-PERIOD.
           IF OTHER-INDEX < PERIOD-INDEX
               ADD GRP-PAID (OTHER-INDEX) TO PAID-BEFORE
           ELSE
           IF OTHER-INDEX > PERIOD-INDEX
               ADD GRP-PAID (OTHER-INDEX) TO PAID-AFTER.

      * Over the forecast: either the voucher
      * was never forecast (entered since) or
      * it was forecast for a later week.
      * Under it: what the voucher says now
      * explains why it did not go.
       CLASSIFY-THE-MISS.
           IF MISS-AMOUNT > ZEROES
               IF GROUP-FORECAST-TOTAL = ZEROES
                   MOVE 4 TO MISS-REASON
               ELSE
                   MOVE 5 TO MISS-REASON
           ELSE
           IF PAID-BEFORE NOT = ZEROES
               MOVE 5 TO MISS-REASON
           ELSE
           IF VOUCHER-RECORD-FOUND = "N" AND
              HISTORY-RECORD-FOUND = "N"
               MOVE 6 TO MISS-REASON
           ELSE
           IF VOUCHER-RECORD-FOUND = "Y" AND
              VOUCHER-DISPUTED = "Y"
               MOVE 2 TO MISS-REASON
           ELSE
           IF VOUCHER-RECORD-FOUND = "Y" AND
              (VOUCHER-APPROVAL-STATUS = "P" OR
               VOUCHER-APPROVAL-STATUS = "R")
               MOVE 3 TO MISS-REASON
           ELSE
               MOVE 1 TO MISS-REASON.

       KEEP-IF-LARGE.
           IF MISS-AMOUNT < ZEROES
               COMPUTE MISS-SIZE = ZERO - MISS-AMOUNT
           ELSE
               MOVE MISS-AMOUNT TO MISS-SIZE.
           IF MSS-COUNT < 15
               ADD 1 TO MSS-COUNT
               MOVE MSS-COUNT TO MSS-INDEX
               PERFORM STORE-ONE-MISS
           ELSE
               PERFORM FIND-SMALLEST-MISS
               IF MISS-SIZE > MSS-SIZE (MSS-SMALLEST)
                   MOVE MSS-SMALLEST TO MSS-INDEX
                   PERFORM STORE-ONE-MISS.

       FIND-SMALLEST-MISS.
           MOVE 1 TO MSS-SMALLEST.
           PERFORM CHECK-ONE-SMALLEST
               VARYING MSS-INDEX FROM 2 BY 1
               UNTIL MSS-INDEX > MSS-COUNT.

       CHECK-ONE-SMALLEST.
           IF MSS-SIZE (MSS-INDEX) < MSS-SIZE (MSS-SMALLEST)
               MOVE MSS-INDEX TO MSS-SMALLEST.

       STORE-ONE-MISS.
           MOVE MISS-SIZE     TO MSS-SIZE (MSS-INDEX).
           MOVE GROUP-VOUCHER TO MSS-VOUCHER (MSS-INDEX).
           MOVE GROUP-VENDOR  TO MSS-VENDOR (MSS-INDEX).
           MOVE PERIOD-INDEX  TO MSS-PERIOD (MSS-INDEX).
           MOVE GRP-FORECAST (PERIOD-INDEX)
               TO MSS-FORECAST (MSS-INDEX).
           MOVE GRP-PAID (PERIOD-INDEX) TO MSS-PAID (MSS-INDEX).
           MOVE MISS-AMOUNT   TO MSS-MISS (MSS-INDEX).
           MOVE MISS-REASON   TO MSS-REASON (MSS-INDEX).

      *------------------------------------------
      * Exchange sort, biggest miss first.
      *------------------------------------------
       SORT-LARGEST-MISSES.
           MOVE "Y" TO MSS-SWAPPED.
           PERFORM SORT-ONE-MISS-PASS
               UNTIL MSS-SWAPPED = "N".

       SORT-ONE-MISS-PASS.
           MOVE "N" TO MSS-SWAPPED.
           IF MSS-COUNT > 1
               PERFORM COMPARE-ADJACENT-MISSES
                   VARYING MSS-INDEX FROM 1 BY 1
                   UNTIL MSS-INDEX >= MSS-COUNT.

       COMPARE-ADJACENT-MISSES.
           IF MSS-SIZE (MSS-INDEX) < MSS-SIZE (MSS-INDEX + 1)
               MOVE MSS-ENTRY (MSS-INDEX)     TO MSS-SWAP-ENTRY
               MOVE MSS-ENTRY (MSS-INDEX + 1)
                   TO MSS-ENTRY (MSS-INDEX)
               MOVE MSS-SWAP-ENTRY TO MSS-ENTRY (MSS-INDEX + 1)
               MOVE "Y" TO MSS-SWAPPED.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-THE-HEADINGS.
           MOVE SPACE TO PRINT-LINE.
           STRING "FORECAST RUN " FORECAST-DATE
                  "   COMPANY " COMPANY-CODE
                  "   PAYMENTS " FORECAST-DATE
                  " THRU " WINDOW-THRU-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF WINDOW-THRU-DATE NOT < RUN-DATE
               MOVE SPACE TO PRINT-LINE
               STRING "*** THE WINDOW RUNS PAST TODAY - ACTUALS "
                      "ARE NOT COMPLETE YET ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PERIOD-COMPARISON.
           MOVE SPACE TO PRINT-LINE.
           STRING "PERIOD      FROM      THRU    "
                  "       FORECAST          ACTUAL        VARIANCE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-PERIOD
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > 3.
           MOVE PERIOD-FORECAST (4) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING PERIOD-NAME (4)
                  "  (NOT COMPARED)    " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-PERIOD.
           MOVE PERIOD-FORECAST (PERIOD-INDEX) TO AMOUNT-FIELD.
           MOVE PERIOD-ACTUAL (PERIOD-INDEX)   TO ACTUAL-FIELD.
           COMPUTE MISS-AMOUNT = PERIOD-ACTUAL (PERIOD-INDEX) -
               PERIOD-FORECAST (PERIOD-INDEX).
           MOVE MISS-AMOUNT TO VARIANCE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING PERIOD-NAME (PERIOD-INDEX)
                  PERIOD-FROM (PERIOD-INDEX)
                  "  " PERIOD-THRU (PERIOD-INDEX)
                  " " AMOUNT-FIELD
                  " " ACTUAL-FIELD
                  " " VARIANCE-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-REASON-TOTALS.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VARIANCE BY CAUSE          VOUCHERS"
                  "          AMOUNT"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-REASON
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 6.

       PRINT-ONE-REASON.
           MOVE RSN-COUNT (REASON-INDEX)  TO COUNT-FIELD.
           MOVE RSN-AMOUNT (REASON-INDEX) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " REASON-NAME (REASON-INDEX)
                  "          " COUNT-FIELD
                  " " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-LARGEST-MISSES.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "LARGEST MISSES"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHER  VENDOR NAME                  "
                  "PERIOD           FORECAST            PAID"
                  "            MISS  CAUSE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-MISS
               VARYING MSS-INDEX FROM 1 BY 1
               UNTIL MSS-INDEX > MSS-COUNT.

       PRINT-ONE-MISS.
           MOVE MSS-VENDOR (MSS-INDEX) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE VENDOR-NAME TO VENDOR-NAME-SHORT.
           MOVE MSS-VOUCHER (MSS-INDEX)  TO VOUCHER-NUMBER-FIELD.
           MOVE MSS-FORECAST (MSS-INDEX) TO AMOUNT-FIELD.
           MOVE MSS-PAID (MSS-INDEX)     TO ACTUAL-FIELD.
           MOVE MSS-MISS (MSS-INDEX)     TO VARIANCE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VOUCHER-NUMBER-FIELD
                  "  " MSS-VENDOR (MSS-INDEX)
                  " " VENDOR-NAME-SHORT
                  "  " PERIOD-NAME (MSS-PERIOD (MSS-INDEX))
                  " " AMOUNT-FIELD
                  " " ACTUAL-FIELD
                  " " VARIANCE-FIELD
                  "  " REASON-NAME (MSS-REASON (MSS-INDEX))
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-FORECAST-RECORD.
           READ CASH-FORECAST-FILE NEXT RECORD
               AT END MOVE "Y" TO FORECAST-AT-END.
           IF FORECAST-AT-END = "N"
               IF CFC-RUN-DATE NOT = FORECAST-DATE OR
                  CFC-COMPANY NOT = COMPANY-CODE
                   MOVE "Y" TO FORECAST-AT-END.

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
           RETURN FORECAST-SORT-FILE
               AT END MOVE "Y" TO SORT-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HISTORY-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plprint.cbl".

           COPY "pldate01.cbl".
