       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHPRP01.
      *------------------------------------------
      * Automatic payment proposal.  Instead of
      * keying voucher numbers into VCHPIC01 one
      * at a time, a proposal run takes the
      * company, a pay-through due date and a
      * discount-expiry date, and selects in one
      * pass every open voucher that is due by
      * the pay-through date, or whose early-pay
      * discount would otherwise lapse on or
      * before the discount-expiry date.
      *
      * Every candidate goes through the same
      * gates VCHPIC01 enforces: disputed,
      * awaiting department approval (or
      * rejected), vendor on hold, PO voucher
      * with no real receipt yet.  A voucher
      * over CONTROL-SIGNOFF-THRESHOLD, or one
      * whose vendor this operator maintained
      * inside the CONTROL-SOD-DAYS window,
      * still needs a supervisor - the
      * supervisor's ID is taken once at the
      * start of the run and logged against
      * each voucher it covers; with no
      * supervisor entered those vouchers are
      * skipped.
      *
      * Each voucher picked gets VOUCHER-
      * SELECTED "Y" and a PROPOSAL-FILE record
      * under this run's proposal ID.  The
      * spooled report lists what was picked
      * and what was skipped with the reason.
      *
      * Back-out mode takes a proposal ID and
      * unselects every voucher it picked that
      * no check run has paid since, so
      * treasury can say no to the whole
      * proposal in one step.
      *
      * Plan mode proposes from the discount
      * plan DSCPLN01 wrote instead of from
      * dates: each planned voucher, in the
      * planner's rank order, is selected at
      * its discounted amount through the same
      * gates - unless something has been paid
      * against it, it has been selected since,
      * or its discount window has closed since
      * the plan was run.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slcontrl.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

           COPY "slrcpt.cbl".

           COPY "slprpsl.cbl".

           COPY "sldscpln.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdprpsl.cbl".

           COPY "fddscpln.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  VOUCHER-AT-END               PIC X(01).
       77  PROPOSAL-AT-END              PIC X(01).
       77  PLAN-AT-END                  PIC X(01).
       77  VOUCHER-RECORD-FOUND         PIC X(01).
       77  VENDOR-RECORD-FOUND          PIC X(01).
       77  VENDOR-ON-HOLD               PIC X(01).
       77  CONTROL-RECORD-FOUND         PIC X(01).
       77  OPERATOR-RECORD-FOUND        PIC X(01).
       77  TRAINING-MODE                PIC X(01) VALUE "N".
       77  SIGNED-ON-OPERATOR-ID        PIC X(08).
       77  SECOND-OPERATOR-ID           PIC X(08).
       77  SECOND-SIGNOFF-OK            PIC X(01).
       77  VOUCHER-HAS-RECEIPT          PIC X(01).
       77  RECEIPT-SCAN-AT-END          PIC X(01).
       77  COMPANY-CODE                 PIC 9(01).
       77  SOD-CONFLICT-FOUND           PIC X(01).
       77  SOD-LOG-AT-END               PIC X(01).
       77  SOD-CUTOFF-DATE              PIC 9(08).
       77  SOD-SCANNED-VENDOR           PIC 9(05).
       77  RUN-DATE                     PIC 9(08).
       77  RUN-TIME                     PIC 9(06).

       77  PAY-THROUGH-DATE             PIC 9(08).
       77  DISCOUNT-EXPIRY-DATE         PIC 9(08).
       77  PROPOSAL-ID                  PIC 9(06).
       77  NEXT-PROPOSAL-ID             PIC 9(06).
       77  BACKOUT-ID                   PIC 9(06).
       77  VOUCHER-IS-CANDIDATE         PIC X(01).
       77  DISCOUNT-IS-EXPIRING         PIC X(01).
       77  VOUCHER-DISCOUNT-DATE        PIC 9(08).
       77  VOUCHER-BALANCE-DUE          PIC S9(6)V99.
       77  PROPOSED-PAY-AMOUNT          PIC S9(6)V99.
       77  SKIP-REASON                  PIC X(30).
       77  SIGNOFF-NEEDED               PIC X(01).

       77  PICKED-COUNT                 PIC 9(05) VALUE ZERO.
       77  SKIPPED-COUNT                PIC 9(05) VALUE ZERO.
       77  PICKED-TOTAL                 PIC S9(08)V99 VALUE ZERO.
       77  BACKED-OUT-COUNT             PIC 9(05) VALUE ZERO.
       77  LEFT-PAID-COUNT              PIC 9(05) VALUE ZERO.

       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                  PIC ZZ,ZZZ,ZZ9.99-.

       77  AUD-FIELD-NAME               PIC X(20).
       77  AUD-BEFORE-FIELD-VALUE       PIC X(30).
       77  AUD-AFTER-FIELD-VALUE        PIC X(30).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

           COPY "wstrain.cbl".

           COPY "wsdate01.cbl".

           COPY "wsterms.cbl".

           COPY "wsvjrnl.cbl".

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
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "VCHPRP01" TO JRN-PROGRAM.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN I-O PROPOSAL-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO SIGNED-ON-OPERATOR-ID.
           PERFORM SET-COMPANY-CODE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PROPOSAL-FILE.

      *------------------------------------------
      * Sign-on - same drill as VCHPIC01.  An
      * identity APMAIN01 already verified is
      * trusted; a standalone run prompts.
      *------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF SIGNED-ON-OPERATOR NOT = SPACE
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF OPERATOR-RECORD-FOUND = "N"
               PERFORM ACCEPT-OPERATOR-ID
               PERFORM RE-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER YOUR OPERATOR ID".
           ACCEPT OPERATOR-ID.
           INSPECT OPERATOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "Y" TO OPERATOR-RECORD-FOUND.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

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
           PERFORM CHECK-TRAINING-COMPANY.

       CHECK-TRAINING-COMPANY.
           MOVE "N" TO TRAINING-MODE.
           IF SIGNED-ON-TRAINING = "Y"
               MOVE "Y" TO TRAINING-MODE
           ELSE
           IF SIGNED-ON-TRAINING = SPACE
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-RECORD-FOUND = "Y" AND
                  CONTROL-TRAINING-FLAG = "Y"
                   MOVE "Y" TO TRAINING-MODE.
           IF TRAINING-MODE = "Y"
               PERFORM DISPLAY-TRAINING-BANNER.

       DISPLAY-TRAINING-BANNER.
           DISPLAY "**********************************************".
           DISPLAY "***  TRAINING COMPANY - NOTHING IS REAL    ***".
           DISPLAY "**********************************************".

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           IF MENU-PICK = 1
               PERFORM RUN-NEW-PROPOSAL
           ELSE
           IF MENU-PICK = 2
               PERFORM BACK-OUT-PROPOSAL
           ELSE
           IF MENU-PICK = 3
               PERFORM RUN-PLANNED-PROPOSAL.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY "    PAYMENT PROPOSAL".
           DISPLAY " ".
           DISPLAY "          1.  RUN A NEW PROPOSAL".
           DISPLAY "          2.  BACK OUT A PROPOSAL".
           DISPLAY "          3.  PROPOSE FROM THE DISCOUNT PLAN".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *------------------------------------------
      * A new proposal.  The proposal ID is one
      * past the highest already on file.  The
      * voucher file is walked in vendor order
      * so the separation-of-duties scan of the
      * audit trail is made once per vendor, not
      * once per voucher.
      *------------------------------------------
       RUN-NEW-PROPOSAL.
           PERFORM ENTER-PROPOSAL-DATES.
           PERFORM ENTER-PROPOSAL-SUPERVISOR.
           PERFORM FIND-NEXT-PROPOSAL-ID.
           MOVE NEXT-PROPOSAL-ID TO PROPOSAL-ID.
           PERFORM READ-CONTROL-RECORD.
           MOVE "VCHPRP01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "PAYMENT PROPOSAL" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           PERFORM PRINT-PROPOSAL-HEADING.
           MOVE 99999 TO SOD-SCANNED-VENDOR.
           MOVE ZEROES TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM PROPOSE-ONE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM PRINT-PROPOSAL-TOTALS.
           PERFORM CLOSE-THE-REPORT.

       ENTER-PROPOSAL-DATES.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PAY VOUCHERS DUE THROUGH (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A PAY-THROUGH DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PAY-THROUGH-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "TAKE DISCOUNTS EXPIRING THRU (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "ENTER A VALID DATE, OR ZERO FOR NONE"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO DISCOUNT-EXPIRY-DATE.

      *------------------------------------------
      * One supervisor covers the whole run.
      * A blank entry is allowed - the vouchers
      * that need a second sign-off are then
      * skipped and listed, not selected.
      *------------------------------------------
       ENTER-PROPOSAL-SUPERVISOR.
           PERFORM ACCEPT-SECOND-OPERATOR-ID.
           PERFORM RE-ACCEPT-SECOND-OPERATOR-ID
               UNTIL SECOND-OPERATOR-ID = SPACE OR
                     SECOND-SIGNOFF-OK = "Y".

       ACCEPT-SECOND-OPERATOR-ID.
           DISPLAY "VOUCHERS OVER THE SIGN-OFF THRESHOLD, OR FOR A "
                   "VENDOR YOU MAINTAINED,".
           DISPLAY "NEED A SUPERVISOR.  ENTER SUPERVISOR ID, OR "
                   "BLANK TO SKIP THEM".
           ACCEPT SECOND-OPERATOR-ID.
           INSPECT SECOND-OPERATOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM VALIDATE-SECOND-OPERATOR-ID.

       RE-ACCEPT-SECOND-OPERATOR-ID.
           IF SECOND-OPERATOR-ID = SIGNED-ON-OPERATOR-ID
               DISPLAY "SECOND OPERATOR MUST NOT BE THE FIRST "
                       "OPERATOR"
           ELSE
               DISPLAY "SECOND OPERATOR ID NOT ON FILE, OR NOT "
                       "A SUPERVISOR".
           PERFORM ACCEPT-SECOND-OPERATOR-ID.

       VALIDATE-SECOND-OPERATOR-ID.
           MOVE "N" TO SECOND-SIGNOFF-OK.
           IF SECOND-OPERATOR-ID NOT = SPACE AND
              SECOND-OPERATOR-ID NOT = SIGNED-ON-OPERATOR-ID
               MOVE SECOND-OPERATOR-ID TO OPERATOR-ID
               MOVE "N" TO OPERATOR-SUPERVISOR-FLAG
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-SUPERVISOR-FLAG
               END-READ
               IF OPERATOR-IS-SUPERVISOR
                   MOVE "Y" TO SECOND-SIGNOFF-OK
               END-IF
           END-IF.

       FIND-NEXT-PROPOSAL-ID.
           MOVE 1 TO NEXT-PROPOSAL-ID.
           MOVE ZEROES TO PRP-KEY.
           MOVE "N" TO PROPOSAL-AT-END.
           START PROPOSAL-FILE
               KEY IS NOT LESS THAN PRP-KEY
               INVALID KEY MOVE "Y" TO PROPOSAL-AT-END.
           PERFORM CHECK-ONE-PRIOR-PROPOSAL
               UNTIL PROPOSAL-AT-END = "Y".

       CHECK-ONE-PRIOR-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
               AT END MOVE "Y" TO PROPOSAL-AT-END.
           IF PROPOSAL-AT-END = "N"
               COMPUTE NEXT-PROPOSAL-ID = PRP-PROPOSAL-ID + 1.

      *------------------------------------------
      * One voucher.  Only this company's open,
      * not-yet-selected vouchers are candidates;
      * a candidate either passes every gate and
      * is selected, or is listed with the first
      * gate it failed.
      *------------------------------------------
       PROPOSE-ONE-VOUCHER.
           PERFORM CHECK-PROPOSAL-CANDIDATE.
           IF VOUCHER-IS-CANDIDATE = "Y"
               PERFORM APPLY-SELECTION-RULES
               IF SKIP-REASON = SPACE
                   PERFORM SELECT-PROPOSED-VOUCHER
               ELSE
                   PERFORM PRINT-SKIPPED-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       CHECK-PROPOSAL-CANDIDATE.
           MOVE "N" TO VOUCHER-IS-CANDIDATE.
           MOVE "N" TO DISCOUNT-IS-EXPIRING.
           IF VOUCHER-COMPANY = COMPANY-CODE AND
              VOUCHER-PAID-AMOUNT NOT = VOUCHER-AMOUNT AND
              VOUCHER-SELECTED NOT = "Y"
               PERFORM CHECK-DISCOUNT-EXPIRING
               IF VOUCHER-DUE NOT > PAY-THROUGH-DATE OR
                  DISCOUNT-IS-EXPIRING = "Y"
                   MOVE "Y" TO VOUCHER-IS-CANDIDATE.

      *------------------------------------------
      * The discount window is figured the way
      * VCHPIC01 figures it, through the shared
      * terms routine.  A discount still open
      * today that lapses on or before the
      * discount-expiry date is worth paying
      * now, even ahead of the due date.
      *------------------------------------------
       CHECK-DISCOUNT-EXPIRING.
           MOVE ZEROES TO VOUCHER-DISCOUNT-DATE.
           IF DISCOUNT-EXPIRY-DATE NOT = ZEROES AND
              VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
              VOUCHER-ONE-TIME-FLAG NOT = "E" AND
              VOUCHER-PAID-AMOUNT = ZEROES
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y" AND
                  VENDOR-TERMS-DISC-PCT NOT = ZEROES
                   MOVE VOUCHER-DATE TO TERM-BASE-DATE
                   MOVE VOUCHER-RECEIVED-DATE TO TERM-RECEIVED-DATE
                   PERFORM COMPUTE-TERMS-DATES
                   MOVE TERM-DISCOUNT-DATE TO VOUCHER-DISCOUNT-DATE
                   IF RUN-DATE NOT > VOUCHER-DISCOUNT-DATE AND
                      VOUCHER-DISCOUNT-DATE NOT > DISCOUNT-EXPIRY-DATE
                       MOVE "Y" TO DISCOUNT-IS-EXPIRING.

      *------------------------------------------
      * The VCHPIC01 gates, in VCHPIC01's order.
      * SKIP-REASON stays SPACE for a voucher
      * that passes them all.
      *------------------------------------------
       APPLY-SELECTION-RULES.
           MOVE SPACE TO SKIP-REASON.
           MOVE "N" TO SIGNOFF-NEEDED.
           IF VOUCHER-DISPUTED = "Y"
               MOVE "DISPUTED" TO SKIP-REASON
           ELSE
           IF VOUCHER-APPROVAL-STATUS = "P"
               MOVE "AWAITING DEPT APPROVAL" TO SKIP-REASON
           ELSE
           IF VOUCHER-APPROVAL-STATUS = "R"
               MOVE "REJECTED BY APPROVER" TO SKIP-REASON
           ELSE
               PERFORM CHECK-VENDOR-HOLD-STATUS
               IF VENDOR-ON-HOLD = "Y" AND VENDOR-STATUS = "O"
                   MOVE "VENDOR STILL ONBOARDING" TO SKIP-REASON
               ELSE
               IF VENDOR-ON-HOLD = "Y"
                   MOVE "VENDOR ON HOLD" TO SKIP-REASON
               ELSE
                   PERFORM CHECK-RECEIPT-REQUIREMENT
                   IF VOUCHER-HAS-RECEIPT = "N"
                       MOVE "NO RECEIPT FOR PO" TO SKIP-REASON
                   ELSE
                       PERFORM CHECK-SECOND-SIGNOFF-RULES
                   END-IF
               END-IF
           END-IF.

       CHECK-VENDOR-HOLD-STATUS.
           MOVE "N" TO VENDOR-ON-HOLD.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y" AND
              (VENDOR-STATUS = "H" OR VENDOR-STATUS = "O")
               MOVE "Y" TO VENDOR-ON-HOLD.

      *    A return line (type T) is goods going OUT - it
      *    cannot satisfy the gate on its own.
       CHECK-RECEIPT-REQUIREMENT.
           MOVE "Y" TO VOUCHER-HAS-RECEIPT.
           IF VOUCHER-PO-NUMBER NOT = ZEROES
               MOVE "N" TO VOUCHER-HAS-RECEIPT
               MOVE VOUCHER-PO-NUMBER TO RCPT-PO-NUMBER
               MOVE ZEROES TO RCPT-SEQUENCE
               MOVE "N" TO RECEIPT-SCAN-AT-END
               START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
                   INVALID KEY MOVE "Y" TO RECEIPT-SCAN-AT-END
               END-START
               PERFORM LOOK-FOR-REAL-RECEIPT
                   UNTIL RECEIPT-SCAN-AT-END = "Y" OR
                         VOUCHER-HAS-RECEIPT = "Y"
           END-IF.

       LOOK-FOR-REAL-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-SCAN-AT-END.
           IF RECEIPT-SCAN-AT-END = "N"
               IF RCPT-PO-NUMBER NOT = VOUCHER-PO-NUMBER
                   MOVE "Y" TO RECEIPT-SCAN-AT-END
               ELSE
               IF RCPT-TYPE NOT = "T"
                   MOVE "Y" TO VOUCHER-HAS-RECEIPT.

      *------------------------------------------
      * Separation of duties first, then the
      * sign-off threshold - either one needs
      * the run's supervisor, and without one
      * the voucher is skipped.
      *------------------------------------------
       CHECK-SECOND-SIGNOFF-RULES.
           PERFORM CHECK-VENDOR-SOD-CONFLICT.
           IF SOD-CONFLICT-FOUND = "Y"
               MOVE "S" TO SIGNOFF-NEEDED
           ELSE
           IF VOUCHER-AMOUNT > CONTROL-SIGNOFF-THRESHOLD
               MOVE "T" TO SIGNOFF-NEEDED.
           IF SIGNOFF-NEEDED NOT = "N" AND
              SECOND-OPERATOR-ID = SPACE
               IF SIGNOFF-NEEDED = "S"
                   MOVE "VENDOR SOD - NO SUPERVISOR" TO SKIP-REASON
               ELSE
                   MOVE "OVER THRESHOLD - NO SUPERVISOR"
                       TO SKIP-REASON.

       CHECK-VENDOR-SOD-CONFLICT.
           IF VOUCHER-VENDOR NOT = SOD-SCANNED-VENDOR
               MOVE VOUCHER-VENDOR TO SOD-SCANNED-VENDOR
               MOVE "N" TO SOD-CONFLICT-FOUND
               IF CONTROL-SOD-DAYS NOT = ZEROES
                   COMPUTE SOD-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RUN-DATE) -
                       CONTROL-SOD-DAYS)
                   PERFORM SCAN-VENDOR-AUDIT-TRAIL.

       SCAN-VENDOR-AUDIT-TRAIL.
           CLOSE AUDIT-LOG-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           MOVE "N" TO SOD-LOG-AT-END.
           PERFORM READ-NEXT-SOD-LOG-ENTRY.
           PERFORM EXAMINE-ONE-SOD-ENTRY
               UNTIL SOD-LOG-AT-END = "Y".
           CLOSE AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.

       EXAMINE-ONE-SOD-ENTRY.
           IF AUD-SOURCE = "N" AND
              AUD-VENDOR-NUMBER = VOUCHER-VENDOR AND
              AUD-OPERATOR-ID = SIGNED-ON-OPERATOR-ID AND
              AUD-LOG-DATE NOT < SOD-CUTOFF-DATE
               MOVE "Y" TO SOD-CONFLICT-FOUND.
           PERFORM READ-NEXT-SOD-LOG-ENTRY.

       READ-NEXT-SOD-LOG-ENTRY.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO SOD-LOG-AT-END.

      *------------------------------------------
      * Selected.  The voucher is flagged and
      * journaled, the flag change goes on the
      * audit log like a VCHPIC01 change, the
      * supervisor's cover is logged where it
      * was needed, and the proposal record
      * makes the back-out possible.
      *------------------------------------------
       SELECT-PROPOSED-VOUCHER.
           COMPUTE VOUCHER-BALANCE-DUE =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT.
           MOVE VOUCHER-BALANCE-DUE TO PROPOSED-PAY-AMOUNT.
           IF DISCOUNT-IS-EXPIRING = "Y"
               COMPUTE PROPOSED-PAY-AMOUNT ROUNDED =
                   VOUCHER-BALANCE-DUE -
                   (VOUCHER-BALANCE-DUE * VENDOR-TERMS-DISC-PCT
                    / 100).
           MOVE "Y" TO VOUCHER-SELECTED.
           PERFORM REWRITE-VOUCHER-RECORD.
           MOVE "SELECTED"            TO AUD-FIELD-NAME.
           MOVE "N"                   TO AUD-BEFORE-FIELD-VALUE.
           MOVE SPACE                 TO AUD-AFTER-FIELD-VALUE.
           STRING "Y PROPOSAL " PROPOSAL-ID
                  DELIMITED BY SIZE INTO AUD-AFTER-FIELD-VALUE.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           IF SIGNOFF-NEEDED = "S"
               MOVE "SOD SIGNOFF"     TO AUD-FIELD-NAME
               PERFORM LOG-SECOND-SIGNOFF
           ELSE
           IF SIGNOFF-NEEDED = "T"
               MOVE "2ND SIGNOFF"     TO AUD-FIELD-NAME
               PERFORM LOG-SECOND-SIGNOFF.
           PERFORM WRITE-PROPOSAL-RECORD.
           ADD 1 TO PICKED-COUNT.
           ADD PROPOSED-PAY-AMOUNT TO PICKED-TOTAL.
           PERFORM PRINT-PICKED-VOUCHER.

       LOG-SECOND-SIGNOFF.
           MOVE SIGNED-ON-OPERATOR-ID TO AUD-BEFORE-FIELD-VALUE.
           MOVE SECOND-OPERATOR-ID    TO AUD-AFTER-FIELD-VALUE.
           PERFORM WRITE-AUDIT-LOG-RECORD.

       WRITE-PROPOSAL-RECORD.
           MOVE PROPOSAL-ID           TO PRP-PROPOSAL-ID.
           MOVE VOUCHER-NUMBER        TO PRP-VOUCHER-NUMBER.
           MOVE COMPANY-CODE          TO PRP-COMPANY.
           MOVE RUN-DATE              TO PRP-RUN-DATE.
           MOVE SIGNED-ON-OPERATOR-ID TO PRP-OPERATOR.
           MOVE VOUCHER-VENDOR        TO PRP-VENDOR.
           MOVE PROPOSED-PAY-AMOUNT   TO PRP-PAY-AMOUNT.
           MOVE DISCOUNT-IS-EXPIRING  TO PRP-DISCOUNT-FLAG.
           MOVE VOUCHER-PAID-AMOUNT   TO PRP-PAID-AT-PROPOSAL.
           MOVE "S"                   TO PRP-STATUS.
           MOVE ZEROES                TO PRP-BACKOUT-DATE.
           WRITE PROPOSAL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PROPOSAL RECORD".

      *------------------------------------------
      * Plan mode.  The plan file is walked in
      * the planner's rank order; a voucher
      * still unpaid, unselected and inside its
      * discount window goes through the
      * ordinary gates at its discounted
      * amount.
      *------------------------------------------
       RUN-PLANNED-PROPOSAL.
           PERFORM ENTER-PROPOSAL-SUPERVISOR.
           PERFORM FIND-NEXT-PROPOSAL-ID.
           MOVE NEXT-PROPOSAL-ID TO PROPOSAL-ID.
           PERFORM READ-CONTROL-RECORD.
           MOVE "VCHPRP01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "PAYMENT PROPOSAL FROM DISCOUNT PLAN"
               TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT DISCOUNT-PLAN-FILE.
           PERFORM READ-NEXT-PLAN-RECORD.
           PERFORM PRINT-PLANNED-HEADING.
           MOVE 99999 TO SOD-SCANNED-VENDOR.
           PERFORM PROPOSE-ONE-PLANNED-VOUCHER
               UNTIL PLAN-AT-END = "Y".
           CLOSE DISCOUNT-PLAN-FILE.
           PERFORM PRINT-PROPOSAL-TOTALS.
           PERFORM CLOSE-THE-REPORT.

       PROPOSE-ONE-PLANNED-VOUCHER.
           IF DPL-COMPANY = COMPANY-CODE
               MOVE DPL-VOUCHER-NUMBER TO VOUCHER-NUMBER
               PERFORM READ-VOUCHER-RECORD
               IF VOUCHER-RECORD-FOUND = "N"
                   MOVE "VOUCHER NO LONGER ON FILE" TO SKIP-REASON
                   PERFORM PRINT-PLAN-SKIP-LINE
               ELSE
                   PERFORM CHECK-PLANNED-CANDIDATE
                   IF VOUCHER-IS-CANDIDATE = "Y"
                       PERFORM APPLY-SELECTION-RULES
                   END-IF
                   IF SKIP-REASON = SPACE
                       PERFORM SELECT-PROPOSED-VOUCHER
                   ELSE
                       PERFORM PRINT-SKIPPED-VOUCHER.
           PERFORM READ-NEXT-PLAN-RECORD.

      *    The planned pay date is the voucher's last
      *    discount day, so the ordinary expiring-
      *    discount test with that date as the limit
      *    says whether the window is still open.
       CHECK-PLANNED-CANDIDATE.
           MOVE "N" TO VOUCHER-IS-CANDIDATE.
           MOVE "N" TO DISCOUNT-IS-EXPIRING.
           MOVE SPACE TO SKIP-REASON.
           IF VOUCHER-PAID-AMOUNT NOT = ZEROES
               MOVE "PAID SINCE THE PLAN" TO SKIP-REASON
           ELSE
           IF VOUCHER-SELECTED = "Y"
               MOVE "ALREADY SELECTED" TO SKIP-REASON
           ELSE
               MOVE DPL-PAY-DATE TO DISCOUNT-EXPIRY-DATE
               PERFORM CHECK-DISCOUNT-EXPIRING
               IF DISCOUNT-IS-EXPIRING = "Y"
                   MOVE "Y" TO VOUCHER-IS-CANDIDATE
               ELSE
                   MOVE "DISCOUNT WINDOW CLOSED" TO SKIP-REASON.

      *------------------------------------------
      * Back-out.  Every voucher the proposal
      * still holds selected comes off again -
      * unless a check run has paid against it
      * since, in which case it is listed and
      * left as the check run left it.
      *------------------------------------------
       BACK-OUT-PROPOSAL.
           DISPLAY "ENTER PROPOSAL ID TO BACK OUT".
           ACCEPT BACKOUT-ID.
           MOVE "VCHPRP01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "PAYMENT PROPOSAL BACK-OUT" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE SPACE TO PRINT-LINE.
           STRING "BACK-OUT OF PROPOSAL " BACKOUT-ID
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE BACKOUT-ID TO PRP-PROPOSAL-ID.
           MOVE ZEROES TO PRP-VOUCHER-NUMBER.
           MOVE "N" TO PROPOSAL-AT-END.
           START PROPOSAL-FILE
               KEY IS NOT LESS THAN PRP-KEY
               INVALID KEY MOVE "Y" TO PROPOSAL-AT-END.
           PERFORM BACK-OUT-ONE-VOUCHER
               UNTIL PROPOSAL-AT-END = "Y".
           PERFORM PRINT-BACKOUT-TOTALS.
           PERFORM CLOSE-THE-REPORT.

       BACK-OUT-ONE-VOUCHER.
           READ PROPOSAL-FILE NEXT RECORD
               AT END MOVE "Y" TO PROPOSAL-AT-END.
           IF PROPOSAL-AT-END = "N"
               IF PRP-PROPOSAL-ID NOT = BACKOUT-ID
                   MOVE "Y" TO PROPOSAL-AT-END
               ELSE
               IF PRP-STATUS = "S" AND
                  PRP-COMPANY = COMPANY-CODE
                   PERFORM UNSELECT-PROPOSED-VOUCHER.

       UNSELECT-PROPOSED-VOUCHER.
           MOVE PRP-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE "VOUCHER NO LONGER ON FILE" TO SKIP-REASON
               PERFORM PRINT-BACKOUT-LINE
           ELSE
           IF VOUCHER-PAID-AMOUNT NOT = PRP-PAID-AT-PROPOSAL OR
              VOUCHER-SELECTED NOT = "Y"
               MOVE "PAID SINCE - LEFT AS IS" TO SKIP-REASON
               ADD 1 TO LEFT-PAID-COUNT
               PERFORM PRINT-BACKOUT-LINE
           ELSE
               MOVE "N" TO VOUCHER-SELECTED
               PERFORM REWRITE-VOUCHER-RECORD
               MOVE "SELECTED"    TO AUD-FIELD-NAME
               MOVE SPACE         TO AUD-BEFORE-FIELD-VALUE
               STRING "Y PROPOSAL " PRP-PROPOSAL-ID
                      DELIMITED BY SIZE INTO AUD-BEFORE-FIELD-VALUE
               MOVE "N BACKED OUT" TO AUD-AFTER-FIELD-VALUE
               PERFORM WRITE-AUDIT-LOG-RECORD
               MOVE "B"      TO PRP-STATUS
               MOVE RUN-DATE TO PRP-BACKOUT-DATE
               PERFORM REWRITE-PROPOSAL-RECORD
               MOVE "UNSELECTED" TO SKIP-REASON
               ADD 1 TO BACKED-OUT-COUNT
               PERFORM PRINT-BACKOUT-LINE.

       REWRITE-PROPOSAL-RECORD.
           REWRITE PROPOSAL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PROPOSAL RECORD".

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-PROPOSAL-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "PROPOSAL " PROPOSAL-ID
                  "  DUE THROUGH " PAY-THROUGH-DATE
                  "  DISCOUNTS EXPIRING THROUGH "
                  DISCOUNT-EXPIRY-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           IF SECOND-OPERATOR-ID = SPACE
               STRING "SUPERVISOR: NONE - SIGN-OFF VOUCHERS SKIPPED"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "SUPERVISOR: " SECOND-OPERATOR-ID
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "         VOUCHER VENDOR  DUE DATE  PROPOSED AMOUNT"
               TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PLANNED-HEADING.
           MOVE SPACE TO PRINT-LINE.
           IF PLAN-AT-END = "Y"
               STRING "PROPOSAL " PROPOSAL-ID
                      "  THE DISCOUNT PLAN IS EMPTY"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "PROPOSAL " PROPOSAL-ID
                      "  FROM THE DISCOUNT PLAN OF " DPL-RUN-DATE
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           IF SECOND-OPERATOR-ID = SPACE
               STRING "SUPERVISOR: NONE - SIGN-OFF VOUCHERS SKIPPED"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "SUPERVISOR: " SECOND-OPERATOR-ID
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "         VOUCHER VENDOR  DUE DATE  PROPOSED AMOUNT"
               TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PLAN-SKIP-LINE.
           ADD 1 TO SKIPPED-COUNT.
           MOVE SPACE TO PRINT-LINE.
           STRING "SKIPPED  " DPL-VOUCHER-NUMBER " " DPL-VENDOR
                  "  " SKIP-REASON
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PICKED-VOUCHER.
           MOVE PROPOSED-PAY-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF DISCOUNT-IS-EXPIRING = "Y"
               STRING "PICKED   " VOUCHER-NUMBER " " VOUCHER-VENDOR
                      "  " VOUCHER-DUE "  " AMOUNT-FIELD
                      "  DISCOUNT THRU " VOUCHER-DISCOUNT-DATE
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "PICKED   " VOUCHER-NUMBER " " VOUCHER-VENDOR
                      "  " VOUCHER-DUE "  " AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-SKIPPED-VOUCHER.
           ADD 1 TO SKIPPED-COUNT.
           COMPUTE VOUCHER-BALANCE-DUE =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT.
           MOVE VOUCHER-BALANCE-DUE TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "SKIPPED  " VOUCHER-NUMBER " " VOUCHER-VENDOR
                  "  " VOUCHER-DUE "  " AMOUNT-FIELD
                  "  " SKIP-REASON
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PROPOSAL-TOTALS.
           PERFORM PRINT-A-LINE.
           MOVE PICKED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHERS PICKED:  " PICKED-COUNT
                  "   PROPOSED TOTAL: " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHERS SKIPPED: " SKIPPED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-BACKOUT-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "   VOUCHER " PRP-VOUCHER-NUMBER
                  "  VENDOR " PRP-VENDOR
                  "  " SKIP-REASON
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-BACKOUT-TOTALS.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHERS UNSELECTED: " BACKED-OUT-COUNT
                  "   ALREADY PAID, LEFT AS IS: " LEFT-PAID-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-PLAN-RECORD.
           MOVE "N" TO PLAN-AT-END.
           READ DISCOUNT-PLAN-FILE
               AT END MOVE "Y" TO PLAN-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE RUN-DATE               TO AUD-LOG-DATE.
           MOVE RUN-TIME               TO AUD-LOG-TIME.
           MOVE VOUCHER-NUMBER         TO AUD-VOUCHER-NUMBER.
           MOVE AUD-FIELD-NAME         TO AUD-FIELD-CHANGED.
           MOVE AUD-BEFORE-FIELD-VALUE TO AUD-BEFORE-VALUE.
           MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
           MOVE "V"                    TO AUD-SOURCE.
           MOVE ZEROES                 TO AUD-VENDOR-NUMBER.
           MOVE SPACE                  TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

           COPY "pldate01.cbl".

           COPY "plterms.cbl".

           COPY "plvjrnl.cbl".

           COPY "plprint.cbl".

           COPY "plvopen.cbl".
