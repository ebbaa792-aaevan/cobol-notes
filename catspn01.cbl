       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATSPN01.
      *------------------------------------------
      * Spend by category.  VNDSPN01 answers
      * "what did we pay this vendor"; this
      * answers "what did we spend on IT
      * hardware" across every vendor and
      * account.  For the entered date range
      * it totals payments across VOUCHER-FILE
      * and the archive, exactly as VNDSPN01
      * counts them, and spreads each voucher's
      * payment over spend categories:
      *
      *   A voucher matched to a PO with line
      *   detail is spread over the PO's lines
      *   by extended value, each line under
      *   its own category - or the default of
      *   the PO's GL account when the line
      *   names none.
      *
      *   Any other voucher - no PO, or a
      *   legacy single-amount PO - is spread
      *   over its GL distribution lines, each
      *   under the account's default
      *   category.
      *
      * Spend no category claims is reported
      * as uncategorized.  Categories are
      * ranked by spend, each split into PO
      * and non-PO spend with its top vendors
      * listed underneath.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpaydtl.cbl".

           COPY "slpurord.cbl".

           COPY "slpoline.cbl".

           COPY "slglacct.cbl".

           COPY "slspcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdpurord.cbl".

           COPY "fdpoline.cbl".

           COPY "fdglacct.cbl".

           COPY "fdspcat.cbl".

       WORKING-STORAGE SECTION.

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  PO-RECORD-FOUND             PIC X(01).
       77  GL-ACCOUNT-FOUND            PIC X(01).
       77  SPEND-CATEGORY-FOUND        PIC X(01).
       77  LINE-SCAN-AT-END            PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RANGE-FROM-DATE             PIC 9(08).
       77  RANGE-THRU-DATE             PIC 9(08).

       77  PH-INDEX                    PIC 9(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DETAIL-ROWS-FOUND           PIC X(01).
       77  DETAIL-WALK-VOUCHER         PIC 9(07).
       77  GL-INDEX                    PIC 9(01).
       77  PAID-IN-RANGE               PIC S9(07)V99.
       77  WORK-VENDOR                 PIC 9(05).
       77  WORK-PO-NUMBER              PIC 9(06).
       77  WORK-GL-ACCOUNT             PIC 9(06).
       77  WORK-CATEGORY               PIC X(04).
       77  PO-DEFAULT-CATEGORY         PIC X(04).
       77  BASIS-AMOUNT                PIC S9(6)V99.
       77  SPREAD-DONE                 PIC X(01).
       77  LINE-EXTENDED               PIC S9(09)V99.
       77  PO-LINE-TOTAL               PIC S9(09)V99.
       77  CATEGORY-SHARE              PIC S9(09)V99.
       77  SHARE-ALLOCATED             PIC S9(09)V99.

      *------------------------------------------
      * Per-category spend, split PO/non-PO,
      * with the vendors paid under each -
      * 200 categories of 50 vendors apiece.
      * A category's vendors past the 50th
      * still count in its totals but are not
      * ranked; the messages below say so.
      *------------------------------------------
       77  CAT-COUNT                   PIC 9(03) VALUE ZERO.
       77  CAT-INDEX                   PIC 9(03).
       77  CAT-INDEX-2                 PIC 9(03).
       77  CAT-SLOT-FOUND              PIC X(01).
       77  CAT-TABLE-FULL              PIC X(01) VALUE "N".
       77  CVN-INDEX                   PIC 9(02).
       77  CVN-INDEX-2                 PIC 9(02).
       77  CVN-SLOT-FOUND              PIC X(01).
       77  CVN-TABLE-FULL              PIC X(01) VALUE "N".
       01  CATEGORY-TABLE.
           05 CAT-ENTRY                OCCURS 200 TIMES.
              10 CAT-CODE              PIC X(04).
              10 CAT-SPEND             PIC S9(09)V99.
              10 CAT-PO-SPEND          PIC S9(09)V99.
              10 CAT-NON-PO-SPEND      PIC S9(09)V99.
              10 CAT-VENDOR-COUNT      PIC 9(02).
              10 CAT-VENDOR            OCCURS 50 TIMES.
                 15 CVN-VENDOR         PIC 9(05).
                 15 CVN-SPEND          PIC S9(09)V99.

       77  RANK-SWAPPED                PIC X(01).
       01  CAT-SWAP-ENTRY              PIC X(839).
       01  CVN-SWAP-ENTRY              PIC X(16).

       77  TOP-VENDOR-LIMIT            PIC 9(02) VALUE 5.
       77  RANK-NUMBER                 PIC 9(03).
       77  GRAND-SPEND                 PIC S9(11)V99 VALUE ZERO.
       77  GRAND-PO-SPEND              PIC S9(11)V99 VALUE ZERO.
       77  GRAND-NON-PO-SPEND          PIC S9(11)V99 VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  PO-AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

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
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "SPEND FROM WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A FROM DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO RANGE-FROM-DATE.
           MOVE "SPEND THROUGH WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A THROUGH DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO RANGE-THRU-DATE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT SPEND-CATEGORY-FILE.
           DISPLAY " ".
           DISPLAY "SPEND BY CATEGORY " RANGE-FROM-DATE
                   " THROUGH " RANGE-THRU-DATE
                   " - RUN DATE " RUN-DATE.
           DISPLAY " ".

       CLOSING-PROCEDURE.
           DISPLAY " ".
           MOVE GRAND-SPEND TO AMOUNT-FIELD.
           DISPLAY "TOTAL SPEND, ALL CATEGORIES: " AMOUNT-FIELD.
           MOVE GRAND-PO-SPEND TO AMOUNT-FIELD.
           DISPLAY "   ON A PO:                  " AMOUNT-FIELD.
           MOVE GRAND-NON-PO-SPEND TO AMOUNT-FIELD.
           DISPLAY "   WITHOUT A PO:             " AMOUNT-FIELD.
           IF CAT-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 200 CATEGORIES - ANALYSIS IS "
                       "INCOMPLETE ***".
           IF CVN-TABLE-FULL = "Y"
               DISPLAY "*** A CATEGORY HAD MORE THAN 50 VENDORS - "
                       "ITS TOP VENDORS MAY BE INCOMPLETE ***".
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE SPEND-CATEGORY-FILE.

       MAIN-PROCESS.
           PERFORM SCAN-LIVE-VOUCHERS.
           PERFORM SCAN-ARCHIVED-VOUCHERS.
           PERFORM RANK-CATEGORIES-BY-SPEND.
           PERFORM PRINT-RANKED-CATEGORIES.

      *------------------------------------------
      * One voucher's payments in the range,
      * counted the way VNDSPN01 counts them.
      * An employee reimbursement ("E") is not
      * vendor spend.
      *------------------------------------------
       SCAN-LIVE-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM TALLY-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

       TALLY-ONE-LIVE-VOUCHER.
           MOVE ZEROES TO PAID-IN-RANGE.
           MOVE VOUCHER-NUMBER TO DETAIL-WALK-VOUCHER.
           PERFORM WALK-PAYMENT-DETAILS.
           IF DETAIL-ROWS-FOUND = "N"
               PERFORM TALLY-ONE-LIVE-PAYMENT
                   VARYING PH-INDEX FROM 1 BY 1
                   UNTIL PH-INDEX > VOUCHER-PAYMENT-COUNT.
           IF VOUCHER-ONE-TIME-FLAG NOT = "E" AND
              PAID-IN-RANGE NOT = ZEROES
               MOVE VOUCHER-VENDOR    TO WORK-VENDOR
               MOVE VOUCHER-PO-NUMBER TO WORK-PO-NUMBER
               MOVE VOUCHER-AMOUNT    TO BASIS-AMOUNT
               PERFORM SPREAD-OVER-PO-LINES
               IF SPREAD-DONE = "N"
                   PERFORM SPREAD-OVER-LIVE-GL.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       TALLY-ONE-LIVE-PAYMENT.
           IF VOUCHER-PAYMENT-DATE (PH-INDEX) NOT <
              RANGE-FROM-DATE AND
              VOUCHER-PAYMENT-DATE (PH-INDEX) NOT >
              RANGE-THRU-DATE
               ADD VOUCHER-PAYMENT-AMOUNT (PH-INDEX)
                   TO PAID-IN-RANGE.

       SPREAD-OVER-LIVE-GL.
           MOVE ZEROES TO SHARE-ALLOCATED.
           MOVE SPACE TO WORK-CATEGORY.
           IF BASIS-AMOUNT NOT = ZEROES
               PERFORM SPREAD-ONE-LIVE-LINE
                   VARYING GL-INDEX FROM 1 BY 1
                   UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
           PERFORM ADD-UNSPREAD-REMAINDER.

       SPREAD-ONE-LIVE-LINE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO WORK-GL-ACCOUNT.
           PERFORM LOOK-UP-ACCOUNT-CATEGORY.
           COMPUTE CATEGORY-SHARE ROUNDED =
               PAID-IN-RANGE *
               VOUCHER-GL-AMOUNT (GL-INDEX) / BASIS-AMOUNT.
           PERFORM ADD-CATEGORY-SHARE.

       SCAN-ARCHIVED-VOUCHERS.
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM TALLY-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".

       TALLY-ONE-ARCHIVED-VOUCHER.
           MOVE ZEROES TO PAID-IN-RANGE.
           MOVE VCH-HIST-NUMBER TO DETAIL-WALK-VOUCHER.
           PERFORM WALK-PAYMENT-DETAILS.
           IF DETAIL-ROWS-FOUND = "N"
               PERFORM TALLY-ONE-ARCHIVED-PAYMENT
                   VARYING PH-INDEX FROM 1 BY 1
                   UNTIL PH-INDEX > VCH-HIST-PAYMENT-COUNT.
           IF VCH-HIST-ONE-TIME-FLAG NOT = "E" AND
              PAID-IN-RANGE NOT = ZEROES
               MOVE VCH-HIST-VENDOR    TO WORK-VENDOR
               MOVE VCH-HIST-PO-NUMBER TO WORK-PO-NUMBER
               MOVE VCH-HIST-AMOUNT    TO BASIS-AMOUNT
               PERFORM SPREAD-OVER-PO-LINES
               IF SPREAD-DONE = "N"
                   PERFORM SPREAD-OVER-ARCHIVED-GL.
           PERFORM READ-NEXT-HISTORY-RECORD.

       TALLY-ONE-ARCHIVED-PAYMENT.
           IF VCH-HIST-PAYMENT-DATE (PH-INDEX) NOT <
              RANGE-FROM-DATE AND
              VCH-HIST-PAYMENT-DATE (PH-INDEX) NOT >
              RANGE-THRU-DATE
               ADD VCH-HIST-PAYMENT-AMOUNT (PH-INDEX)
                   TO PAID-IN-RANGE.

       SPREAD-OVER-ARCHIVED-GL.
           MOVE ZEROES TO SHARE-ALLOCATED.
           MOVE SPACE TO WORK-CATEGORY.
           IF BASIS-AMOUNT NOT = ZEROES
               PERFORM SPREAD-ONE-ARCH-LINE
                   VARYING GL-INDEX FROM 1 BY 1
                   UNTIL GL-INDEX > VCH-HIST-GL-DIST-COUNT.
           PERFORM ADD-UNSPREAD-REMAINDER.

       SPREAD-ONE-ARCH-LINE.
           MOVE VCH-HIST-GL-ACCOUNT (GL-INDEX) TO WORK-GL-ACCOUNT.
           PERFORM LOOK-UP-ACCOUNT-CATEGORY.
           COMPUTE CATEGORY-SHARE ROUNDED =
               PAID-IN-RANGE *
               VCH-HIST-GL-AMOUNT (GL-INDEX) / BASIS-AMOUNT.
           PERFORM ADD-CATEGORY-SHARE.

      *------------------------------------------
      * Rounding pennies - and the whole
      * payment on a voucher with nothing to
      * spread it over - land on the last
      * category used, so the categories foot
      * to the total paid.
      *------------------------------------------
       ADD-UNSPREAD-REMAINDER.
           COMPUTE CATEGORY-SHARE =
               PAID-IN-RANGE - SHARE-ALLOCATED.
           IF CATEGORY-SHARE NOT = ZEROES
               PERFORM ADD-CATEGORY-SHARE.

       LOOK-UP-ACCOUNT-CATEGORY.
           MOVE SPACE TO WORK-CATEGORY.
           MOVE WORK-GL-ACCOUNT TO GLA-ACCOUNT.
           PERFORM READ-GL-ACCOUNT-RECORD.
           IF GL-ACCOUNT-FOUND = "Y"
               MOVE GLA-SPEND-CATEGORY TO WORK-CATEGORY.

      *------------------------------------------
      * PO line spread.  The first pass foots
      * the lines' extended value, the second
      * hands each line its share.  A PO with
      * no lines on file (or no longer on
      * file) leaves SPREAD-DONE "N" and the
      * voucher falls back to its GL lines.
      *------------------------------------------
       SPREAD-OVER-PO-LINES.
           MOVE "N" TO SPREAD-DONE.
           IF WORK-PO-NUMBER NOT = ZEROES
               PERFORM FOOT-PO-LINES
               IF PO-LINE-TOTAL NOT = ZEROES
                   PERFORM SET-PO-DEFAULT-CATEGORY
                   MOVE ZEROES TO SHARE-ALLOCATED
                   PERFORM START-PO-LINES
                   PERFORM SPREAD-ONE-PO-LINE
                       UNTIL LINE-SCAN-AT-END = "Y"
                   PERFORM ADD-UNSPREAD-REMAINDER
                   MOVE "Y" TO SPREAD-DONE.

       FOOT-PO-LINES.
           MOVE ZEROES TO PO-LINE-TOTAL.
           PERFORM START-PO-LINES.
           PERFORM FOOT-ONE-PO-LINE
               UNTIL LINE-SCAN-AT-END = "Y".

       FOOT-ONE-PO-LINE.
           PERFORM READ-NEXT-PO-LINE.
           IF LINE-SCAN-AT-END = "N"
               COMPUTE LINE-EXTENDED =
                   POL-QUANTITY * POL-UNIT-PRICE
               ADD LINE-EXTENDED TO PO-LINE-TOTAL.

       SET-PO-DEFAULT-CATEGORY.
           MOVE SPACE TO PO-DEFAULT-CATEGORY.
           MOVE WORK-PO-NUMBER TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "Y"
               MOVE PO-GL-ACCOUNT TO WORK-GL-ACCOUNT
               PERFORM LOOK-UP-ACCOUNT-CATEGORY
               MOVE WORK-CATEGORY TO PO-DEFAULT-CATEGORY.

       SPREAD-ONE-PO-LINE.
           PERFORM READ-NEXT-PO-LINE.
           IF LINE-SCAN-AT-END = "N"
               IF POL-CATEGORY = SPACE
                   MOVE PO-DEFAULT-CATEGORY TO WORK-CATEGORY
               ELSE
                   MOVE POL-CATEGORY TO WORK-CATEGORY
               END-IF
               COMPUTE CATEGORY-SHARE ROUNDED =
                   PAID-IN-RANGE * POL-QUANTITY * POL-UNIT-PRICE
                   / PO-LINE-TOTAL
               PERFORM ADD-CATEGORY-SHARE.

      *------------------------------------------
      * Category and vendor slot bookkeeping
      *------------------------------------------
       ADD-CATEGORY-SHARE.
           ADD CATEGORY-SHARE TO SHARE-ALLOCATED.
           IF CATEGORY-SHARE NOT = ZEROES
               PERFORM FIND-CATEGORY-SLOT
               IF CAT-SLOT-FOUND = "Y"
                   PERFORM ADD-SHARE-TO-SLOT.

       ADD-SHARE-TO-SLOT.
           ADD CATEGORY-SHARE TO CAT-SPEND (CAT-INDEX)
                                 GRAND-SPEND.
           IF WORK-PO-NUMBER NOT = ZEROES
               ADD CATEGORY-SHARE TO CAT-PO-SPEND (CAT-INDEX)
                                     GRAND-PO-SPEND
           ELSE
               ADD CATEGORY-SHARE TO CAT-NON-PO-SPEND (CAT-INDEX)
                                     GRAND-NON-PO-SPEND.
           PERFORM FIND-CATEGORY-VENDOR-SLOT.
           IF CVN-SLOT-FOUND = "Y"
               ADD CATEGORY-SHARE
                   TO CVN-SPEND (CAT-INDEX CVN-INDEX).

       FIND-CATEGORY-SLOT.
           MOVE "N" TO CAT-SLOT-FOUND.
           PERFORM CHECK-ONE-CATEGORY-SLOT
               VARYING CAT-INDEX FROM 1 BY 1
               UNTIL CAT-INDEX > CAT-COUNT OR
                     CAT-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF CAT-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM CAT-INDEX.
           IF CAT-SLOT-FOUND = "N"
               IF CAT-COUNT < 200
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-COUNT TO CAT-INDEX
                   MOVE WORK-CATEGORY TO CAT-CODE (CAT-INDEX)
                   MOVE ZEROES TO CAT-SPEND (CAT-INDEX)
                                  CAT-PO-SPEND (CAT-INDEX)
                                  CAT-NON-PO-SPEND (CAT-INDEX)
                                  CAT-VENDOR-COUNT (CAT-INDEX)
                   MOVE "Y" TO CAT-SLOT-FOUND
               ELSE
                   MOVE "Y" TO CAT-TABLE-FULL.

       CHECK-ONE-CATEGORY-SLOT.
           IF CAT-CODE (CAT-INDEX) = WORK-CATEGORY
               MOVE "Y" TO CAT-SLOT-FOUND.

       FIND-CATEGORY-VENDOR-SLOT.
           MOVE "N" TO CVN-SLOT-FOUND.
           PERFORM CHECK-ONE-VENDOR-SLOT
               VARYING CVN-INDEX FROM 1 BY 1
               UNTIL CVN-INDEX > CAT-VENDOR-COUNT (CAT-INDEX) OR
                     CVN-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF CVN-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM CVN-INDEX.
           IF CVN-SLOT-FOUND = "N"
               IF CAT-VENDOR-COUNT (CAT-INDEX) < 50
                   ADD 1 TO CAT-VENDOR-COUNT (CAT-INDEX)
                   MOVE CAT-VENDOR-COUNT (CAT-INDEX) TO CVN-INDEX
                   MOVE WORK-VENDOR
                       TO CVN-VENDOR (CAT-INDEX CVN-INDEX)
                   MOVE ZEROES
                       TO CVN-SPEND (CAT-INDEX CVN-INDEX)
                   MOVE "Y" TO CVN-SLOT-FOUND
               ELSE
                   MOVE "Y" TO CVN-TABLE-FULL.

       CHECK-ONE-VENDOR-SLOT.
           IF CVN-VENDOR (CAT-INDEX CVN-INDEX) = WORK-VENDOR
               MOVE "Y" TO CVN-SLOT-FOUND.

      *------------------------------------------
      * The payment-detail file is the
      * authoritative history; a voucher paid
      * before it existed falls back to the
      * in-record table (see VNDSPN01).
      *------------------------------------------
       WALK-PAYMENT-DETAILS.
           MOVE "N" TO DETAIL-ROWS-FOUND.
           MOVE DETAIL-WALK-VOUCHER TO PDT-VOUCHER-NUMBER.
           MOVE ZEROES TO PDT-SEQUENCE.
           MOVE "N" TO DETAIL-AT-END.
           START PAYMENT-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
               INVALID KEY MOVE "Y" TO DETAIL-AT-END.
           PERFORM READ-ONE-PAYMENT-DETAIL
               UNTIL DETAIL-AT-END = "Y".

       READ-ONE-PAYMENT-DETAIL.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-VOUCHER-NUMBER NOT = DETAIL-WALK-VOUCHER
                   MOVE "Y" TO DETAIL-AT-END
               ELSE
                   MOVE "Y" TO DETAIL-ROWS-FOUND
                   PERFORM TALLY-ONE-DETAIL-PAYMENT.

      * A WOFRUN01 write-off row ("O") moved no
      * money to the vendor and is not spend.
       TALLY-ONE-DETAIL-PAYMENT.
           IF PDT-DATE NOT < RANGE-FROM-DATE AND
              PDT-DATE NOT > RANGE-THRU-DATE AND
              PDT-METHOD NOT = "O"
               ADD PDT-AMOUNT TO PAID-IN-RANGE.

      *------------------------------------------
      * Rank by spend, biggest first - plain
      * exchange sorts, the categories and
      * then each category's vendors as it
      * is printed.
      *------------------------------------------
       RANK-CATEGORIES-BY-SPEND.
           MOVE "Y" TO RANK-SWAPPED.
           PERFORM RANK-ONE-PASS
               UNTIL RANK-SWAPPED = "N".

       RANK-ONE-PASS.
           MOVE "N" TO RANK-SWAPPED.
           PERFORM COMPARE-ADJACENT-CATEGORIES
               VARYING CAT-INDEX FROM 1 BY 1
               UNTIL CAT-INDEX >= CAT-COUNT.

       COMPARE-ADJACENT-CATEGORIES.
           COMPUTE CAT-INDEX-2 = CAT-INDEX + 1.
           IF CAT-SPEND (CAT-INDEX) < CAT-SPEND (CAT-INDEX-2)
               MOVE CAT-ENTRY (CAT-INDEX)   TO CAT-SWAP-ENTRY
               MOVE CAT-ENTRY (CAT-INDEX-2) TO CAT-ENTRY (CAT-INDEX)
               MOVE CAT-SWAP-ENTRY TO CAT-ENTRY (CAT-INDEX-2)
               MOVE "Y" TO RANK-SWAPPED.

       RANK-CATEGORY-VENDORS.
           MOVE "Y" TO RANK-SWAPPED.
           PERFORM RANK-ONE-VENDOR-PASS
               UNTIL RANK-SWAPPED = "N".

       RANK-ONE-VENDOR-PASS.
           MOVE "N" TO RANK-SWAPPED.
           PERFORM COMPARE-ADJACENT-VENDORS
               VARYING CVN-INDEX FROM 1 BY 1
               UNTIL CVN-INDEX >= CAT-VENDOR-COUNT (CAT-INDEX).

       COMPARE-ADJACENT-VENDORS.
           COMPUTE CVN-INDEX-2 = CVN-INDEX + 1.
           IF CVN-SPEND (CAT-INDEX CVN-INDEX) <
              CVN-SPEND (CAT-INDEX CVN-INDEX-2)
               MOVE CAT-VENDOR (CAT-INDEX CVN-INDEX)
                   TO CVN-SWAP-ENTRY
               MOVE CAT-VENDOR (CAT-INDEX CVN-INDEX-2)
                   TO CAT-VENDOR (CAT-INDEX CVN-INDEX)
               MOVE CVN-SWAP-ENTRY
                   TO CAT-VENDOR (CAT-INDEX CVN-INDEX-2)
               MOVE "Y" TO RANK-SWAPPED.

      *------------------------------------------
      * The ranked report
      *------------------------------------------
       PRINT-RANKED-CATEGORIES.
           PERFORM PRINT-ONE-RANKED-CATEGORY
               VARYING CAT-INDEX FROM 1 BY 1
               UNTIL CAT-INDEX > CAT-COUNT.

       PRINT-ONE-RANKED-CATEGORY.
           MOVE CAT-INDEX TO RANK-NUMBER.
           IF CAT-CODE (CAT-INDEX) = SPACE
               MOVE "UNCATEGORIZED" TO SPC-DESCRIPTION
           ELSE
               MOVE CAT-CODE (CAT-INDEX) TO SPC-CODE
               PERFORM READ-SPEND-CATEGORY-RECORD
               IF SPEND-CATEGORY-FOUND = "N"
                   MOVE "**Not on table**" TO SPC-DESCRIPTION.
           DISPLAY " ".
           MOVE CAT-SPEND (CAT-INDEX) TO AMOUNT-FIELD.
           DISPLAY RANK-NUMBER ". CATEGORY "
                   CAT-CODE (CAT-INDEX)
                   "  " SPC-DESCRIPTION
                   "  " AMOUNT-FIELD.
           MOVE CAT-PO-SPEND (CAT-INDEX)     TO PO-AMOUNT-FIELD.
           MOVE CAT-NON-PO-SPEND (CAT-INDEX) TO AMOUNT-FIELD.
           DISPLAY "      ON A PO: " PO-AMOUNT-FIELD
                   "   WITHOUT A PO: " AMOUNT-FIELD.
           PERFORM RANK-CATEGORY-VENDORS.
           DISPLAY "      TOP VENDORS:".
           PERFORM PRINT-ONE-TOP-VENDOR
               VARYING CVN-INDEX FROM 1 BY 1
               UNTIL CVN-INDEX > CAT-VENDOR-COUNT (CAT-INDEX) OR
                     CVN-INDEX > TOP-VENDOR-LIMIT.

       PRINT-ONE-TOP-VENDOR.
           MOVE CVN-VENDOR (CAT-INDEX CVN-INDEX) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE CVN-SPEND (CAT-INDEX CVN-INDEX) TO AMOUNT-FIELD.
           DISPLAY "        VENDOR "
                   CVN-VENDOR (CAT-INDEX CVN-INDEX)
                   "  " VENDOR-NAME
                   "  " AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-HISTORY-RECORD.
           MOVE "N" TO HISTORY-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-RECORD-FOUND.

       START-PO-LINES.
           MOVE WORK-PO-NUMBER TO POL-PO-NUMBER.
           MOVE ZEROES TO POL-LINE-NUMBER.
           MOVE "N" TO LINE-SCAN-AT-END.
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY MOVE "Y" TO LINE-SCAN-AT-END.

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO LINE-SCAN-AT-END.
           IF LINE-SCAN-AT-END = "N"
               IF POL-PO-NUMBER NOT = WORK-PO-NUMBER
                   MOVE "Y" TO LINE-SCAN-AT-END.

       READ-GL-ACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.

       READ-SPEND-CATEGORY-RECORD.
           MOVE "Y" TO SPEND-CATEGORY-FOUND.
           READ SPEND-CATEGORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SPEND-CATEGORY-FOUND.

           COPY "pldate01.cbl".
