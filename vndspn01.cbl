      * received.  Purchasing finally walks
      * into a renewal knowing what the last
      * two years actually cost.
      *
      * Asked to roll branches up, it credits
      * every branch vendor's spend to its
      * parent (VENDOR-PARENT), so a national
      * supplier billing from a dozen remit
      * points ranks once at its true size,
      * and lists each family's vendors with
      * their own share under the parent.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  RUN-DATE                    PIC 9(08).
       77  RANGE-FROM-DATE             PIC 9(08).
       77  RANGE-THRU-DATE             PIC 9(08).
       77  ROLL-UP-TO-PARENT           PIC X(01).

       77  PH-INDEX                    PIC 9(01).
       77  DETAIL-AT-END               PIC X(01).
       77  RANK-SWAPPED                PIC X(01).
       01  VSP-SWAP-ENTRY              PIC X(210).

      *------------------------------------------
      * Roll-up only - each vendor paid in the
      * range, the parent it rolls up to (the
      * vendor itself when it has none) and
      * its own spend, for the family listing.
      *------------------------------------------
       77  CHD-COUNT                   PIC 9(04) VALUE ZERO.
       77  CHD-INDEX                   PIC 9(04).
       77  CHD-INDEX-2                 PIC 9(04).
       77  CHD-SLOT-FOUND              PIC X(01).
       77  CHD-BRANCH-COUNT            PIC 9(04).
       01  CHILD-TABLE.
           05 CHD-ENTRY                OCCURS 1000 TIMES.
              10 CHD-VENDOR            PIC 9(05).
              10 CHD-PARENT            PIC 9(05).
              10 CHD-SPEND             PIC S9(09)V99.
       01  CHD-SWAP-ENTRY              PIC X(21).

       77  RANK-NUMBER                 PIC 9(04).
       77  GRAND-SPEND                 PIC S9(11)V99 VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

       PROCEDURE DIVISION.
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO RANGE-THRU-DATE.
           PERFORM ENTER-ROLL-UP-TO-PARENT.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           DISPLAY "VENDOR SPEND ANALYSIS " RANGE-FROM-DATE
                   " THROUGH " RANGE-THRU-DATE
                   " - RUN DATE " RUN-DATE.
           IF ROLL-UP-TO-PARENT = "Y"
               DISPLAY "BRANCH VENDORS ROLLED UP TO THEIR PARENT".
           DISPLAY " ".

       ENTER-ROLL-UP-TO-PARENT.
           PERFORM ACCEPT-ROLL-UP-TO-PARENT.
           PERFORM RE-ACCEPT-ROLL-UP-TO-PARENT
              UNTIL ROLL-UP-TO-PARENT = "Y" OR "N".

       ACCEPT-ROLL-UP-TO-PARENT.
           DISPLAY "ROLL BRANCHES UP TO THEIR PARENT (Y/N)?".
           ACCEPT ROLL-UP-TO-PARENT.
           INSPECT ROLL-UP-TO-PARENT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ROLL-UP-TO-PARENT.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ROLL-UP-TO-PARENT.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           MOVE GRAND-SPEND TO AMOUNT-FIELD.
           IF VSP-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 1000 VENDORS - ANALYSIS IS "
                       "INCOMPLETE ***".
           IF ROLL-UP-TO-PARENT = "Y" AND CHD-COUNT = 1000
               DISPLAY "*** MORE THAN 1000 VENDORS PAID - SOME "
                       "BRANCHES ARE NOT ROLLED UP ***".
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           PERFORM SCAN-LIVE-VOUCHERS.
           PERFORM SCAN-ARCHIVED-VOUCHERS.
           PERFORM RANK-VENDORS-BY-SPEND.
           IF ROLL-UP-TO-PARENT = "Y"
               PERFORM RANK-CHILDREN-BY-SPEND.
           PERFORM PRINT-RANKED-VENDORS.

      *------------------------------------------
      * Accumulate one voucher's range activity.
      * BASIS-AMOUNT and the voucher's GL lines
      * drive the account breakdown proration.
      * An employee reimbursement ("E") is not
      * vendor spend and never ranks.
      *------------------------------------------
       SCAN-LIVE-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
               PERFORM TALLY-ONE-LIVE-PAYMENT
                   VARYING PH-INDEX FROM 1 BY 1
                   UNTIL PH-INDEX > VOUCHER-PAYMENT-COUNT.
           IF VOUCHER-ONE-TIME-FLAG NOT = "E" AND
              (PAID-IN-RANGE NOT = ZEROES OR
               DISC-IN-RANGE NOT = ZEROES)
               MOVE VOUCHER-VENDOR TO WORK-VENDOR
               MOVE VOUCHER-AMOUNT TO BASIS-AMOUNT
               PERFORM ACCUMULATE-VENDOR-SPEND
               PERFORM TALLY-ONE-ARCHIVED-PAYMENT
                   VARYING PH-INDEX FROM 1 BY 1
                   UNTIL PH-INDEX > VCH-HIST-PAYMENT-COUNT.
           IF VCH-HIST-ONE-TIME-FLAG NOT = "E" AND
              (PAID-IN-RANGE NOT = ZEROES OR
               DISC-IN-RANGE NOT = ZEROES)
               MOVE VCH-HIST-VENDOR TO WORK-VENDOR
               MOVE VCH-HIST-AMOUNT TO BASIS-AMOUNT
               PERFORM ACCUMULATE-VENDOR-SPEND
      * Vendor slot bookkeeping
      *------------------------------------------
       ACCUMULATE-VENDOR-SPEND.
           IF ROLL-UP-TO-PARENT = "Y"
               PERFORM ROLL-UP-WORK-VENDOR.
           PERFORM FIND-VENDOR-SLOT.
           IF VSP-SLOT-FOUND = "Y"
               ADD PAID-IN-RANGE TO VSP-SPEND (VSP-INDEX)
           IF VSP-VENDOR (VSP-INDEX) = WORK-VENDOR
               MOVE "Y" TO VSP-SLOT-FOUND.

      *------------------------------------------
      * Roll-up: note the vendor's own share,
      * then hand its parent on as WORK-VENDOR
      * so the spend, discounts and GL lines
      * all land on the parent's slot.  The
      * parent is looked up once per vendor.
      *------------------------------------------
       ROLL-UP-WORK-VENDOR.
           PERFORM FIND-CHILD-SLOT.
           IF CHD-SLOT-FOUND = "Y"
               ADD PAID-IN-RANGE TO CHD-SPEND (CHD-INDEX)
               MOVE CHD-PARENT (CHD-INDEX) TO WORK-VENDOR.

       FIND-CHILD-SLOT.
           MOVE "N" TO CHD-SLOT-FOUND.
           PERFORM CHECK-ONE-CHILD-SLOT
               VARYING CHD-INDEX FROM 1 BY 1
               UNTIL CHD-INDEX > CHD-COUNT OR
                     CHD-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF CHD-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM CHD-INDEX.
           IF CHD-SLOT-FOUND = "N"
               IF CHD-COUNT < 1000
                   ADD 1 TO CHD-COUNT
                   MOVE CHD-COUNT TO CHD-INDEX
                   MOVE WORK-VENDOR TO CHD-VENDOR (CHD-INDEX)
                                       CHD-PARENT (CHD-INDEX)
                   MOVE ZEROES TO CHD-SPEND (CHD-INDEX)
                   PERFORM LOOK-UP-CHILD-PARENT
                   MOVE "Y" TO CHD-SLOT-FOUND.

       CHECK-ONE-CHILD-SLOT.
           IF CHD-VENDOR (CHD-INDEX) = WORK-VENDOR
               MOVE "Y" TO CHD-SLOT-FOUND.

       LOOK-UP-CHILD-PARENT.
           MOVE WORK-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y" AND
              VENDOR-PARENT NOT = ZEROES
               MOVE VENDOR-PARENT TO CHD-PARENT (CHD-INDEX).

       ADD-GL-SHARE.
           IF VSP-SLOT-FOUND = "Y" AND GL-LINE-SHARE NOT = ZEROES
               PERFORM FIND-GL-SLOT
                   MOVE "Y" TO DETAIL-ROWS-FOUND
                   PERFORM TALLY-ONE-DETAIL-PAYMENT.

      * A WOFRUN01 write-off row ("O") moved no
      * money to the vendor and is not spend.
       TALLY-ONE-DETAIL-PAYMENT.
           IF PDT-DATE NOT < RANGE-FROM-DATE AND
              PDT-DATE NOT > RANGE-THRU-DATE AND
              PDT-METHOD NOT = "O"
               ADD PDT-AMOUNT     TO PAID-IN-RANGE
               ADD PDT-DISC-TAKEN TO DISC-IN-RANGE.

               MOVE VSP-SWAP-ENTRY TO VSP-ENTRY (VSP-INDEX-2)
               MOVE "Y" TO RANK-SWAPPED.

      *    The family members are listed biggest first too.
       RANK-CHILDREN-BY-SPEND.
           MOVE "Y" TO RANK-SWAPPED.
           PERFORM RANK-ONE-CHILD-PASS
               UNTIL RANK-SWAPPED = "N".

       RANK-ONE-CHILD-PASS.
           MOVE "N" TO RANK-SWAPPED.
           PERFORM COMPARE-ADJACENT-CHILDREN
               VARYING CHD-INDEX FROM 1 BY 1
               UNTIL CHD-INDEX >= CHD-COUNT.

       COMPARE-ADJACENT-CHILDREN.
           COMPUTE CHD-INDEX-2 = CHD-INDEX + 1.
           IF CHD-SPEND (CHD-INDEX) < CHD-SPEND (CHD-INDEX-2)
               MOVE CHD-ENTRY (CHD-INDEX)   TO CHD-SWAP-ENTRY
               MOVE CHD-ENTRY (CHD-INDEX-2) TO CHD-ENTRY (CHD-INDEX)
               MOVE CHD-SWAP-ENTRY TO CHD-ENTRY (CHD-INDEX-2)
               MOVE "Y" TO RANK-SWAPPED.

      *------------------------------------------
      * The ranked report
      *------------------------------------------
           IF VSP-CREDITS (VSP-INDEX) NOT = ZEROES
               MOVE VSP-CREDITS (VSP-INDEX) TO AMOUNT-FIELD
               DISPLAY "      CREDITS RECEIVED: " AMOUNT-FIELD.
           IF ROLL-UP-TO-PARENT = "Y"
               PERFORM PRINT-VENDOR-FAMILY.

       PRINT-ONE-GL-BREAKDOWN.
           MOVE VSP-GL-AMOUNT (VSP-INDEX GLB-INDEX)
                   VSP-GL-ACCOUNT (VSP-INDEX GLB-INDEX)
                   "  " AMOUNT-FIELD.

      *------------------------------------------
      * The parent-level listing - only for a
      * parent whose branches were paid in the
      * range; a vendor standing alone needs
      * no breakdown of itself.
      *------------------------------------------
       PRINT-VENDOR-FAMILY.
           MOVE ZEROES TO CHD-BRANCH-COUNT.
           PERFORM COUNT-ONE-BRANCH
               VARYING CHD-INDEX FROM 1 BY 1
               UNTIL CHD-INDEX > CHD-COUNT.
           IF CHD-BRANCH-COUNT > ZERO
               DISPLAY "      VENDORS IN THIS FAMILY:"
               PERFORM PRINT-ONE-FAMILY-MEMBER
                   VARYING CHD-INDEX FROM 1 BY 1
                   UNTIL CHD-INDEX > CHD-COUNT.

       COUNT-ONE-BRANCH.
           IF CHD-PARENT (CHD-INDEX) = VSP-VENDOR (VSP-INDEX) AND
              CHD-VENDOR (CHD-INDEX) NOT = VSP-VENDOR (VSP-INDEX)
               ADD 1 TO CHD-BRANCH-COUNT.

       PRINT-ONE-FAMILY-MEMBER.
           IF CHD-PARENT (CHD-INDEX) = VSP-VENDOR (VSP-INDEX)
               MOVE CHD-VENDOR (CHD-INDEX) TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE "**Not found**" TO VENDOR-NAME
               END-IF
               MOVE CHD-SPEND (CHD-INDEX) TO AMOUNT-FIELD
               DISPLAY "        VENDOR " CHD-VENDOR (CHD-INDEX)
                       "  " VENDOR-NAME
                       "  " AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
