       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCPLN01.
      *------------------------------------------
      * Discount-capture planner.  DSCRPT01
      * tells us after the fact what discounts
      * we lost; this tells treasury ahead of
      * time which early payments are worth
      * the cash.
      *
      * Every open, unpaid voucher of the
      * company whose discount window (figured
      * through the shared terms routine, the
      * way VCHPRP01 figures it) is still open
      * today is priced: paying on the last
      * discount day instead of the net date
      * earns the discount for the days the
      * cash goes out early, and the
      * annualized return is
      *
      *      pct / (100 - pct) * 365 / days
      *
      * - 2/10 net 30 is about 37 percent.
      * Vouchers are ranked by that return
      * against the cost-of-cash rate entered
      * for the run.  Those that beat it are
      * planned, best first, until the cash
      * entered for early payment runs out
      * (zero for no limit).
      *
      * The report lists the ranking, then the
      * day-by-day plan - for each last
      * discount day, the cash to release and
      * the discount it buys, with running
      * totals.  The planned vouchers are also
      * written, best first, to the discount
      * plan file, which VCHPRP01's plan mode
      * takes as its list of vouchers to
      * select.
      *
      * Disputed vouchers, ones an approver
      * rejected, and vendors on hold are
      * passed over - the proposal would
      * refuse them anyway.  One-time payees
      * and employees carry no terms.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvnd02.cbl".

           COPY "sldscpln.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvnd04.cbl".

           COPY "fddscpln.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

       77  VOUCHER-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  COMPANY-CODE                PIC 9(01).

       77  RUN-DATE                    PIC 9(08).
       77  COST-OF-CASH-RATE           PIC 9(02)V99.
       77  CASH-LIMIT                  PIC 9(08)V99.
       77  VOUCHER-BALANCE-DUE         PIC S9(6)V99.
       77  DISCOUNT-AMOUNT             PIC S9(6)V99.
       77  DAYS-GAINED                 PIC S9(05).
       77  ANNUAL-RETURN               PIC 9(04)V99.

       77  PLANNED-COUNT               PIC 9(05) VALUE ZERO.
       77  PLANNED-CASH                PIC S9(09)V99 VALUE ZERO.
       77  PLANNED-DISCOUNT            PIC S9(09)V99 VALUE ZERO.
       77  BELOW-RATE-COUNT            PIC 9(05) VALUE ZERO.
       77  BELOW-RATE-DISCOUNT         PIC S9(09)V99 VALUE ZERO.
       77  OVER-LIMIT-COUNT            PIC 9(05) VALUE ZERO.
       77  OVER-LIMIT-DISCOUNT         PIC S9(09)V99 VALUE ZERO.
       77  RUNNING-CASH                PIC S9(09)V99 VALUE ZERO.
       77  RUNNING-DISCOUNT            PIC S9(09)V99 VALUE ZERO.

      *------------------------------------------
      * Every voucher whose discount window is
      * still open.  PLN-STATUS: "P" planned,
      * "R" return below the cost of cash,
      * "C" over the cash limit.
      *------------------------------------------
       77  PLN-COUNT                   PIC 9(04) VALUE ZERO.
       77  PLN-INDEX                   PIC 9(04).
       77  PLN-SWAPPED                 PIC X(01).
       77  PLN-TABLE-FULL              PIC X(01) VALUE "N".
       01  DISCOUNT-PLAN-TABLE.
           05 PLN-ENTRY                OCCURS 1000 TIMES.
              10 PLN-VOUCHER           PIC 9(07).
              10 PLN-VENDOR            PIC 9(05).
              10 PLN-PAY-DATE          PIC 9(08).
              10 PLN-NET-DATE          PIC 9(08).
              10 PLN-DAYS              PIC 9(03).
              10 PLN-PAY-AMOUNT        PIC S9(6)V99.
              10 PLN-DISCOUNT          PIC S9(6)V99.
              10 PLN-RETURN            PIC 9(04)V99.
              10 PLN-STATUS            PIC X(01).
       01  PLN-SWAP-ENTRY              PIC X(54).

      *------------------------------------------
      * The plan by last discount day.
      *------------------------------------------
       77  DAY-COUNT                   PIC 9(03) VALUE ZERO.
       77  DAY-INDEX                   PIC 9(03).
       77  DAY-SLOT                    PIC 9(03).
       77  DAY-SLOT-FOUND              PIC X(01).
       77  DAY-SWAPPED                 PIC X(01).
       77  DAY-TABLE-FULL              PIC X(01) VALUE "N".
       01  PLAN-DAY-TABLE.
           05 DAY-ENTRY                OCCURS 366 TIMES.
              10 DAY-DATE              PIC 9(08).
              10 DAY-VOUCHERS          PIC 9(05).
              10 DAY-CASH              PIC S9(09)V99.
              10 DAY-DISCOUNT          PIC S9(09)V99.
       01  DAY-SWAP-ENTRY              PIC X(35).

       77  RANK-FIELD                  PIC ZZZ9.
       77  DAYS-FIELD                  PIC ZZ9.
       77  RETURN-FIELD                PIC ZZZ9.99.
       77  RATE-FIELD                  PIC Z9.99.
       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  DISCOUNT-FIELD              PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZ9.99-.
       77  TOTAL-DISCOUNT-FIELD        PIC ZZ,ZZZ,ZZ9.99-.
       77  STATUS-TEXT                 PIC X(20).

           COPY "wsterms.cbl".

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
           PERFORM SET-COMPANY-CODE.
           DISPLAY "ENTER COST OF CASH, ANNUAL PERCENT "
                   "(99.99 FORM)".
           ACCEPT COST-OF-CASH-RATE.
           DISPLAY "ENTER CASH AVAILABLE FOR EARLY PAYMENT "
                   "(0 FOR NO LIMIT)".
           ACCEPT CASH-LIMIT.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT DISCOUNT-PLAN-FILE.
           MOVE "DSCPLN01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "DISCOUNT-CAPTURE PLAN" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

      *------------------------------------------
      * Which company's books?  The company
      * APMAIN01 signed on carries through;
      * a standalone run asks.
      *------------------------------------------
       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE DISCOUNT-PLAN-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM PRICE-OPEN-DISCOUNTS
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM SORT-PLAN-TABLE.
           PERFORM PLAN-ONE-VOUCHER
               VARYING PLN-INDEX FROM 1 BY 1
               UNTIL PLN-INDEX > PLN-COUNT.
           PERFORM SORT-DAY-TABLE.
           PERFORM PRINT-THE-RANKING.
           PERFORM PRINT-THE-DAY-PLAN.
           PERFORM PRINT-PLAN-TOTALS.

      *------------------------------------------
      * A discount is only offered on a voucher
      * nothing has been paid against yet - the
      * same rule VCHPRP01 applies.
      *------------------------------------------
       PRICE-OPEN-DISCOUNTS.
           IF VOUCHER-COMPANY = COMPANY-CODE AND
              VOUCHER-PAID-AMOUNT = ZEROES AND
              VOUCHER-AMOUNT > ZEROES AND
              VOUCHER-SELECTED NOT = "Y" AND
              VOUCHER-DISPUTED NOT = "Y" AND
              VOUCHER-APPROVAL-STATUS NOT = "R" AND
              VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
              VOUCHER-ONE-TIME-FLAG NOT = "E"
               PERFORM PRICE-ONE-DISCOUNT.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       PRICE-ONE-DISCOUNT.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y" AND
              VENDOR-STATUS NOT = "H" AND
              VENDOR-STATUS NOT = "O" AND
              VENDOR-TERMS-DISC-PCT NOT = ZEROES
               MOVE VOUCHER-DATE TO TERM-BASE-DATE
               MOVE VOUCHER-RECEIVED-DATE TO TERM-RECEIVED-DATE
               PERFORM COMPUTE-TERMS-DATES
               IF RUN-DATE NOT > TERM-DISCOUNT-DATE AND
                  TERM-NET-DATE > TERM-DISCOUNT-DATE
                   PERFORM ADD-PLAN-ENTRY.

       ADD-PLAN-ENTRY.
           COMPUTE DAYS-GAINED =
               FUNCTION INTEGER-OF-DATE(TERM-NET-DATE) -
               FUNCTION INTEGER-OF-DATE(TERM-DISCOUNT-DATE).
           COMPUTE ANNUAL-RETURN ROUNDED =
               VENDOR-TERMS-DISC-PCT * 36500 /
               ((100 - VENDOR-TERMS-DISC-PCT) * DAYS-GAINED)
               ON SIZE ERROR
                   MOVE 9999.99 TO ANNUAL-RETURN.
           MOVE VOUCHER-AMOUNT TO VOUCHER-BALANCE-DUE.
           COMPUTE DISCOUNT-AMOUNT ROUNDED =
               VOUCHER-BALANCE-DUE * VENDOR-TERMS-DISC-PCT / 100.
           IF PLN-COUNT < 1000
               ADD 1 TO PLN-COUNT
               MOVE VOUCHER-NUMBER     TO PLN-VOUCHER (PLN-COUNT)
               MOVE VOUCHER-VENDOR     TO PLN-VENDOR (PLN-COUNT)
               MOVE TERM-DISCOUNT-DATE TO PLN-PAY-DATE (PLN-COUNT)
               MOVE TERM-NET-DATE      TO PLN-NET-DATE (PLN-COUNT)
               MOVE DAYS-GAINED        TO PLN-DAYS (PLN-COUNT)
               COMPUTE PLN-PAY-AMOUNT (PLN-COUNT) =
                   VOUCHER-BALANCE-DUE - DISCOUNT-AMOUNT
               MOVE DISCOUNT-AMOUNT    TO PLN-DISCOUNT (PLN-COUNT)
               MOVE ANNUAL-RETURN      TO PLN-RETURN (PLN-COUNT)
               MOVE SPACE              TO PLN-STATUS (PLN-COUNT)
           ELSE
               MOVE "Y" TO PLN-TABLE-FULL.

      *------------------------------------------
      * Exchange sort, best return first; on a
      * tie the discount that lapses soonest
      * comes first.
      *------------------------------------------
       SORT-PLAN-TABLE.
           MOVE "Y" TO PLN-SWAPPED.
           PERFORM SORT-ONE-PLAN-PASS
               UNTIL PLN-SWAPPED = "N".

       SORT-ONE-PLAN-PASS.
           MOVE "N" TO PLN-SWAPPED.
           IF PLN-COUNT > 1
               PERFORM COMPARE-ADJACENT-PLANS
                   VARYING PLN-INDEX FROM 1 BY 1
                   UNTIL PLN-INDEX >= PLN-COUNT.

       COMPARE-ADJACENT-PLANS.
           IF PLN-RETURN (PLN-INDEX) < PLN-RETURN (PLN-INDEX + 1) OR
              (PLN-RETURN (PLN-INDEX) = PLN-RETURN (PLN-INDEX + 1)
               AND PLN-PAY-DATE (PLN-INDEX) >
                   PLN-PAY-DATE (PLN-INDEX + 1))
               MOVE PLN-ENTRY (PLN-INDEX)     TO PLN-SWAP-ENTRY
               MOVE PLN-ENTRY (PLN-INDEX + 1)
                   TO PLN-ENTRY (PLN-INDEX)
               MOVE PLN-SWAP-ENTRY TO PLN-ENTRY (PLN-INDEX + 1)
               MOVE "Y" TO PLN-SWAPPED.

      *------------------------------------------
      * In rank order: a return that does not
      * beat the cost of cash is not worth the
      * cash; one that does is planned while
      * the cash limit holds.  A voucher too
      * big for what is left does not stop a
      * smaller one further down from fitting.
      *------------------------------------------
       PLAN-ONE-VOUCHER.
           IF PLN-RETURN (PLN-INDEX) NOT > COST-OF-CASH-RATE
               MOVE "R" TO PLN-STATUS (PLN-INDEX)
               ADD 1 TO BELOW-RATE-COUNT
               ADD PLN-DISCOUNT (PLN-INDEX) TO BELOW-RATE-DISCOUNT
           ELSE
           IF CASH-LIMIT NOT = ZEROES AND
              PLANNED-CASH + PLN-PAY-AMOUNT (PLN-INDEX) > CASH-LIMIT
               MOVE "C" TO PLN-STATUS (PLN-INDEX)
               ADD 1 TO OVER-LIMIT-COUNT
               ADD PLN-DISCOUNT (PLN-INDEX) TO OVER-LIMIT-DISCOUNT
           ELSE
               MOVE "P" TO PLN-STATUS (PLN-INDEX)
               ADD 1 TO PLANNED-COUNT
               ADD PLN-PAY-AMOUNT (PLN-INDEX) TO PLANNED-CASH
               ADD PLN-DISCOUNT (PLN-INDEX)   TO PLANNED-DISCOUNT
               PERFORM WRITE-PLAN-RECORD
               PERFORM ADD-TO-PLAN-DAY.

       WRITE-PLAN-RECORD.
           MOVE PLANNED-COUNT             TO DPL-RANK.
           MOVE PLN-VOUCHER (PLN-INDEX)    TO DPL-VOUCHER-NUMBER.
           MOVE PLN-VENDOR (PLN-INDEX)     TO DPL-VENDOR.
           MOVE COMPANY-CODE              TO DPL-COMPANY.
           MOVE RUN-DATE                  TO DPL-RUN-DATE.
           MOVE PLN-PAY-DATE (PLN-INDEX)   TO DPL-PAY-DATE.
           MOVE PLN-NET-DATE (PLN-INDEX)   TO DPL-NET-DATE.
           MOVE PLN-PAY-AMOUNT (PLN-INDEX) TO DPL-PAY-AMOUNT.
           MOVE PLN-DISCOUNT (PLN-INDEX)   TO DPL-DISCOUNT-AMOUNT.
           MOVE PLN-RETURN (PLN-INDEX)     TO DPL-ANNUAL-RETURN.
           WRITE DISCOUNT-PLAN-RECORD.

       ADD-TO-PLAN-DAY.
           PERFORM FIND-PLAN-DAY-SLOT.
           IF DAY-SLOT-FOUND = "Y"
               ADD 1 TO DAY-VOUCHERS (DAY-SLOT)
               ADD PLN-PAY-AMOUNT (PLN-INDEX) TO DAY-CASH (DAY-SLOT)
               ADD PLN-DISCOUNT (PLN-INDEX)
                   TO DAY-DISCOUNT (DAY-SLOT)
           ELSE
           IF DAY-COUNT < 366
               ADD 1 TO DAY-COUNT
               MOVE PLN-PAY-DATE (PLN-INDEX) TO DAY-DATE (DAY-COUNT)
               MOVE 1 TO DAY-VOUCHERS (DAY-COUNT)
               MOVE PLN-PAY-AMOUNT (PLN-INDEX)
                   TO DAY-CASH (DAY-COUNT)
               MOVE PLN-DISCOUNT (PLN-INDEX)
                   TO DAY-DISCOUNT (DAY-COUNT)
           ELSE
               MOVE "Y" TO DAY-TABLE-FULL.

       FIND-PLAN-DAY-SLOT.
           MOVE "N" TO DAY-SLOT-FOUND.
           PERFORM CHECK-ONE-DAY-SLOT
               VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > DAY-COUNT OR
                     DAY-SLOT-FOUND = "Y".

       CHECK-ONE-DAY-SLOT.
           IF DAY-DATE (DAY-INDEX) = PLN-PAY-DATE (PLN-INDEX)
               MOVE "Y" TO DAY-SLOT-FOUND
               MOVE DAY-INDEX TO DAY-SLOT.

       SORT-DAY-TABLE.
           MOVE "Y" TO DAY-SWAPPED.
           PERFORM SORT-ONE-DAY-PASS
               UNTIL DAY-SWAPPED = "N".

       SORT-ONE-DAY-PASS.
           MOVE "N" TO DAY-SWAPPED.
           IF DAY-COUNT > 1
               PERFORM COMPARE-ADJACENT-DAYS
                   VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX >= DAY-COUNT.

       COMPARE-ADJACENT-DAYS.
           IF DAY-DATE (DAY-INDEX) > DAY-DATE (DAY-INDEX + 1)
               MOVE DAY-ENTRY (DAY-INDEX)     TO DAY-SWAP-ENTRY
               MOVE DAY-ENTRY (DAY-INDEX + 1)
                   TO DAY-ENTRY (DAY-INDEX)
               MOVE DAY-SWAP-ENTRY TO DAY-ENTRY (DAY-INDEX + 1)
               MOVE "Y" TO DAY-SWAPPED.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-THE-RANKING.
           MOVE COST-OF-CASH-RATE TO RATE-FIELD.
           MOVE CASH-LIMIT        TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF CASH-LIMIT = ZEROES
               STRING "COST OF CASH " RATE-FIELD " PERCENT"
                      "   CASH LIMIT: NONE"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "COST OF CASH " RATE-FIELD " PERCENT"
                      "   CASH LIMIT: " TOTAL-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "RANKED BY ANNUALIZED RETURN:" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "RANK VOUCHER VENDOR PAY BY   NET DATE DAYS"
                  "   CASH NEEDED    DISCOUNT  ANNUAL %"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-RANKED-VOUCHER
               VARYING PLN-INDEX FROM 1 BY 1
               UNTIL PLN-INDEX > PLN-COUNT.
           IF PLN-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 1000 OPEN DISCOUNTS - PLAN IS "
                      "INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-ONE-RANKED-VOUCHER.
           MOVE PLN-INDEX                  TO RANK-FIELD.
           MOVE PLN-DAYS (PLN-INDEX)       TO DAYS-FIELD.
           MOVE PLN-PAY-AMOUNT (PLN-INDEX) TO AMOUNT-FIELD.
           MOVE PLN-DISCOUNT (PLN-INDEX)   TO DISCOUNT-FIELD.
           MOVE PLN-RETURN (PLN-INDEX)     TO RETURN-FIELD.
           IF PLN-STATUS (PLN-INDEX) = "P"
               MOVE "PLANNED"              TO STATUS-TEXT
           ELSE
           IF PLN-STATUS (PLN-INDEX) = "C"
               MOVE "OVER CASH LIMIT"      TO STATUS-TEXT
           ELSE
               MOVE "BELOW COST OF CASH"   TO STATUS-TEXT.
           MOVE SPACE TO PRINT-LINE.
           STRING RANK-FIELD " " PLN-VOUCHER (PLN-INDEX)
                  " " PLN-VENDOR (PLN-INDEX)
                  "  " PLN-PAY-DATE (PLN-INDEX)
                  " " PLN-NET-DATE (PLN-INDEX)
                  " " DAYS-FIELD
                  " " AMOUNT-FIELD
                  " " DISCOUNT-FIELD
                  "   " RETURN-FIELD
                  "  " STATUS-TEXT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-THE-DAY-PLAN.
           PERFORM PRINT-A-LINE.
           MOVE "DAY-BY-DAY PLAN - PAY ON OR BEFORE:" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "PAY BY   VOUCHERS    CASH NEEDED       DISCOUNT"
                  "     CUMULATIVE CASH  CUMULATIVE DISC"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-PLAN-DAY
               VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > DAY-COUNT.
           IF DAY-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 366 PAY DAYS - DAY PLAN IS "
                      "INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-ONE-PLAN-DAY.
           ADD DAY-CASH (DAY-INDEX)     TO RUNNING-CASH.
           ADD DAY-DISCOUNT (DAY-INDEX) TO RUNNING-DISCOUNT.
           MOVE DAY-CASH (DAY-INDEX)     TO AMOUNT-FIELD.
           MOVE DAY-DISCOUNT (DAY-INDEX) TO DISCOUNT-FIELD.
           MOVE RUNNING-CASH             TO TOTAL-FIELD.
           MOVE RUNNING-DISCOUNT         TO TOTAL-DISCOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING DAY-DATE (DAY-INDEX)
                  "    " DAY-VOUCHERS (DAY-INDEX)
                  "   " AMOUNT-FIELD
                  "    " DISCOUNT-FIELD
                  "  " TOTAL-FIELD
                  "  " TOTAL-DISCOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PLAN-TOTALS.
           PERFORM PRINT-A-LINE.
           MOVE PLANNED-CASH     TO TOTAL-FIELD.
           MOVE PLANNED-DISCOUNT TO TOTAL-DISCOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "PLANNED:            " PLANNED-COUNT
                  "  CASH " TOTAL-FIELD
                  "  DISCOUNT " TOTAL-DISCOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE OVER-LIMIT-DISCOUNT TO TOTAL-DISCOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "OVER CASH LIMIT:    " OVER-LIMIT-COUNT
                  "  DISCOUNT FORGONE " TOTAL-DISCOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE BELOW-RATE-DISCOUNT TO TOTAL-DISCOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "BELOW COST OF CASH: " BELOW-RATE-COUNT
                  "  DISCOUNT FORGONE " TOTAL-DISCOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plterms.cbl".

           COPY "plprint.cbl".
