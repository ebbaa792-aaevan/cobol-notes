       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCDRBT01.
      *------------------------------------------
      * Virtual-card rebate report, by quarter.
      * The bank pays a rebate on what our
      * vendors charge to the single-use cards
      * CHKRUN01 requests, in one check a
      * quarter for the whole card program -
      * every company's spend together.
      *
      * Spend is what VCDSET01 recorded as
      * actually settled (refunds netted), by
      * settlement date within the quarter.
      * For each vendor the report shows the
      * card count, the settled spend, the
      * rebate the program rate entered should
      * earn on it, and the vendor's share of
      * the bank's actual check, in proportion
      * to spend.  The shares are allocated so
      * they add back to the check to the
      * penny - the last vendor takes the
      * rounding - and the footing shows the
      * expected rebate against the check and
      * the difference, which is what gets
      * taken up with the bank.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvcdlog.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvcdlog.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  LOG-AT-END                  PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  REBATE-YEAR                 PIC 9(04).
       77  REBATE-QUARTER              PIC 9(01).
           88  REBATE-QUARTER-IS-VALID VALUES 1 THRU 4.
       77  FROM-DATE                   PIC 9(08).
       77  THRU-DATE                   PIC 9(08).
       77  REBATE-RATE                 PIC 9(02)V999.
       77  REBATE-CHECK-AMOUNT         PIC 9(07)V99.

       77  TOTAL-CARDS                 PIC 9(06) VALUE ZERO.
       77  TOTAL-SPEND                 PIC S9(09)V99 VALUE ZERO.
       77  TOTAL-EXPECTED              PIC S9(07)V99 VALUE ZERO.
       77  ALLOCATED-SO-FAR            PIC S9(07)V99 VALUE ZERO.
       77  REBATE-DIFFERENCE           PIC S9(07)V99 VALUE ZERO.
       77  UNSETTLED-COUNT             PIC 9(05) VALUE ZERO.

      *------------------------------------------
      * One slot per vendor with settled card
      * spend in the quarter.
      *------------------------------------------
       77  RBT-COUNT                   PIC 9(03) VALUE ZERO.
       77  RBT-INDEX                   PIC 9(03).
       77  RBT-SLOT                    PIC 9(03).
       77  RBT-SLOT-FOUND              PIC X(01).
       77  RBT-SWAPPED                 PIC X(01).
       77  RBT-TABLE-FULL              PIC X(01) VALUE "N".
       01  REBATE-VENDOR-TABLE.
           05 RBT-ENTRY                OCCURS 500 TIMES.
              10 RBT-VENDOR            PIC 9(05).
              10 RBT-NAME              PIC X(30).
              10 RBT-CARDS             PIC 9(05).
              10 RBT-SPEND             PIC S9(09)V99.
              10 RBT-EXPECTED          PIC S9(07)V99.
              10 RBT-ALLOCATED         PIC S9(07)V99.
       01  RBT-SWAP-ENTRY              PIC X(69).

       77  CARDS-FIELD                 PIC ZZ,ZZ9.
       77  RATE-FIELD                  PIC Z9.999.
       77  SPEND-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.
       77  EXPECTED-FIELD              PIC Z,ZZZ,ZZ9.99-.
       77  ALLOCATED-FIELD             PIC Z,ZZZ,ZZ9.99-.

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
           PERFORM ENTER-REBATE-QUARTER.
           DISPLAY "ENTER THE CARD PROGRAM REBATE RATE, PERCENT "
                   "OF SPEND (99.999 FORM)".
           ACCEPT REBATE-RATE.
           DISPLAY "ENTER THE AMOUNT OF THE BANK'S REBATE CHECK".
           ACCEPT REBATE-CHECK-AMOUNT.
           OPEN INPUT VCARD-LOG-FILE.
           MOVE "VCDRBT01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "VIRTUAL CARD REBATE BY VENDOR" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VCARD-LOG-FILE.

      * Day 31 closes every quarter-end month
      * as a comparison bound, short months
      * included.
       ENTER-REBATE-QUARTER.
           DISPLAY "ENTER REBATE YEAR (CCYY)".
           ACCEPT REBATE-YEAR.
           PERFORM ACCEPT-REBATE-QUARTER.
           PERFORM RE-ACCEPT-REBATE-QUARTER
               UNTIL REBATE-QUARTER-IS-VALID.
           COMPUTE FROM-DATE = REBATE-YEAR * 10000 +
               ((REBATE-QUARTER - 1) * 3 + 1) * 100 + 1.
           COMPUTE THRU-DATE = REBATE-YEAR * 10000 +
               (REBATE-QUARTER * 3) * 100 + 31.

       ACCEPT-REBATE-QUARTER.
           DISPLAY "ENTER QUARTER (1-4)".
           ACCEPT REBATE-QUARTER.

       RE-ACCEPT-REBATE-QUARTER.
           DISPLAY "QUARTER MUST BE 1, 2, 3 OR 4".
           PERFORM ACCEPT-REBATE-QUARTER.

       MAIN-PROCESS.
           MOVE "N"    TO LOG-AT-END.
           MOVE ZEROES TO VCL-KEY.
           START VCARD-LOG-FILE
               KEY IS NOT LESS THAN VCL-KEY
               INVALID KEY MOVE "Y" TO LOG-AT-END.
           PERFORM READ-NEXT-VCARD-LOG-RECORD.
           PERFORM TOTAL-ONE-CARD
               UNTIL LOG-AT-END = "Y".
           PERFORM SORT-REBATE-TABLE.
           PERFORM ALLOCATE-ONE-VENDOR
               VARYING RBT-INDEX FROM 1 BY 1
               UNTIL RBT-INDEX > RBT-COUNT.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM PRINT-ONE-VENDOR
               VARYING RBT-INDEX FROM 1 BY 1
               UNTIL RBT-INDEX > RBT-COUNT.
           PERFORM PRINT-REBATE-TOTALS.

      *------------------------------------------
      * Settled ("S") and settled-with-a-
      * difference ("D") cards both moved the
      * bank's money and both earn rebate.  A
      * card requested in the quarter and not
      * yet charged is only counted, so the
      * footing says why spend may look light.
      *------------------------------------------
       TOTAL-ONE-CARD.
           IF (VCL-STATUS = "S" OR VCL-STATUS = "D") AND
              VCL-SETTLE-DATE NOT < FROM-DATE AND
              VCL-SETTLE-DATE NOT > THRU-DATE
               PERFORM ADD-TO-VENDOR-SPEND
           ELSE
           IF VCL-STATUS = "R" AND
              VCL-REQUEST-DATE NOT < FROM-DATE AND
              VCL-REQUEST-DATE NOT > THRU-DATE
               ADD 1 TO UNSETTLED-COUNT.
           PERFORM READ-NEXT-VCARD-LOG-RECORD.

       ADD-TO-VENDOR-SPEND.
           ADD 1                  TO TOTAL-CARDS.
           ADD VCL-SETTLED-AMOUNT TO TOTAL-SPEND.
           PERFORM FIND-VENDOR-SLOT.
           IF RBT-SLOT-FOUND = "Y"
               ADD 1 TO RBT-CARDS (RBT-SLOT)
               ADD VCL-SETTLED-AMOUNT TO RBT-SPEND (RBT-SLOT)
           ELSE
           IF RBT-COUNT < 500
               ADD 1 TO RBT-COUNT
               MOVE VCL-VENDOR         TO RBT-VENDOR (RBT-COUNT)
               MOVE VCL-PAYEE-NAME     TO RBT-NAME (RBT-COUNT)
               MOVE 1                  TO RBT-CARDS (RBT-COUNT)
               MOVE VCL-SETTLED-AMOUNT TO RBT-SPEND (RBT-COUNT)
               MOVE ZEROES TO RBT-EXPECTED (RBT-COUNT)
                              RBT-ALLOCATED (RBT-COUNT)
           ELSE
               MOVE "Y" TO RBT-TABLE-FULL.

       FIND-VENDOR-SLOT.
           MOVE "N" TO RBT-SLOT-FOUND.
           PERFORM CHECK-ONE-VENDOR-SLOT
               VARYING RBT-INDEX FROM 1 BY 1
               UNTIL RBT-INDEX > RBT-COUNT OR
                     RBT-SLOT-FOUND = "Y".

       CHECK-ONE-VENDOR-SLOT.
           IF RBT-VENDOR (RBT-INDEX) = VCL-VENDOR
               MOVE "Y" TO RBT-SLOT-FOUND
               MOVE RBT-INDEX TO RBT-SLOT.

      *------------------------------------------
      * Exchange sort into vendor order.
      *------------------------------------------
       SORT-REBATE-TABLE.
           MOVE "Y" TO RBT-SWAPPED.
           PERFORM SORT-ONE-REBATE-PASS
               UNTIL RBT-SWAPPED = "N".

       SORT-ONE-REBATE-PASS.
           MOVE "N" TO RBT-SWAPPED.
           IF RBT-COUNT > 1
               PERFORM COMPARE-ADJACENT-VENDORS
                   VARYING RBT-INDEX FROM 1 BY 1
                   UNTIL RBT-INDEX >= RBT-COUNT.

       COMPARE-ADJACENT-VENDORS.
           IF RBT-VENDOR (RBT-INDEX) > RBT-VENDOR (RBT-INDEX + 1)
               MOVE RBT-ENTRY (RBT-INDEX)     TO RBT-SWAP-ENTRY
               MOVE RBT-ENTRY (RBT-INDEX + 1)
                   TO RBT-ENTRY (RBT-INDEX)
               MOVE RBT-SWAP-ENTRY TO RBT-ENTRY (RBT-INDEX + 1)
               MOVE "Y" TO RBT-SWAPPED.

      *------------------------------------------
      * Expected rebate at the program rate,
      * and the vendor's share of the check in
      * proportion to spend.  The last vendor
      * gets whatever is left of the check, so
      * the shares foot to it exactly.
      *------------------------------------------
       ALLOCATE-ONE-VENDOR.
           COMPUTE RBT-EXPECTED (RBT-INDEX) ROUNDED =
               RBT-SPEND (RBT-INDEX) * REBATE-RATE / 100.
           ADD RBT-EXPECTED (RBT-INDEX) TO TOTAL-EXPECTED.
           IF RBT-INDEX = RBT-COUNT
               COMPUTE RBT-ALLOCATED (RBT-INDEX) =
                   REBATE-CHECK-AMOUNT - ALLOCATED-SO-FAR
           ELSE
           IF TOTAL-SPEND NOT = ZEROES
               COMPUTE RBT-ALLOCATED (RBT-INDEX) ROUNDED =
                   REBATE-CHECK-AMOUNT * RBT-SPEND (RBT-INDEX) /
                   TOTAL-SPEND
               ADD RBT-ALLOCATED (RBT-INDEX) TO ALLOCATED-SO-FAR.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-THE-HEADINGS.
           MOVE REBATE-RATE TO RATE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "QUARTER " REBATE-QUARTER " OF " REBATE-YEAR
                  "   SETTLED " FROM-DATE " THRU " THRU-DATE
                  "   PROGRAM RATE " RATE-FIELD " PERCENT"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VENDOR NAME                            CARDS"
                  "    SETTLED SPEND  EXPECTED REBATE"
                  "  SHARE OF CHECK"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-VENDOR.
           MOVE RBT-CARDS (RBT-INDEX)     TO CARDS-FIELD.
           MOVE RBT-SPEND (RBT-INDEX)     TO SPEND-FIELD.
           MOVE RBT-EXPECTED (RBT-INDEX)  TO EXPECTED-FIELD.
           MOVE RBT-ALLOCATED (RBT-INDEX) TO ALLOCATED-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING RBT-VENDOR (RBT-INDEX)
                  "  " RBT-NAME (RBT-INDEX)
                  "  " CARDS-FIELD
                  "  " SPEND-FIELD
                  "    " EXPECTED-FIELD
                  "   " ALLOCATED-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-REBATE-TOTALS.
           IF RBT-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 500 CARD VENDORS - VENDOR "
                      "LINES ARE INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE TOTAL-CARDS    TO CARDS-FIELD.
           MOVE TOTAL-SPEND    TO SPEND-FIELD.
           MOVE TOTAL-EXPECTED TO EXPECTED-FIELD.
           MOVE REBATE-CHECK-AMOUNT TO ALLOCATED-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "TOTAL                                "
                  "  " CARDS-FIELD
                  "  " SPEND-FIELD
                  "    " EXPECTED-FIELD
                  "   " ALLOCATED-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE TOTAL-EXPECTED TO EXPECTED-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "EXPECTED REBATE AT PROGRAM RATE:  "
                  EXPECTED-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE REBATE-CHECK-AMOUNT TO EXPECTED-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "BANK'S REBATE CHECK:              "
                  EXPECTED-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           COMPUTE REBATE-DIFFERENCE =
               REBATE-CHECK-AMOUNT - TOTAL-EXPECTED.
           MOVE REBATE-DIFFERENCE TO EXPECTED-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF REBATE-DIFFERENCE = ZEROES
               STRING "DIFFERENCE:                       "
                      EXPECTED-FIELD "   CHECK TIES"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "DIFFERENCE:                       "
                      EXPECTED-FIELD
                      "   *** TAKE UP WITH THE BANK ***"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF UNSETTLED-COUNT NOT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "CARDS REQUESTED THIS QUARTER, NOT YET "
                      "CHARGED: " UNSETTLED-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VCARD-LOG-RECORD.
           IF LOG-AT-END = "N"
               READ VCARD-LOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO LOG-AT-END.

           COPY "plprint.cbl".
