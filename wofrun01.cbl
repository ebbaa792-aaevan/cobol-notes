       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFRUN01.
      *------------------------------------------
      * Write-off run for aged credits and
      * residual pennies.  Credit memos from
      * vendors long gone, and vouchers left
      * open by a few cents after a foreign-
      * currency or partial payment, used to
      * sit on APAGE01 forever.
      *
      * PROPOSE scans the company's open items
      * and lists, on a spooled report, every
      * open credit older than CONTROL-WOF-
      * CREDIT-DAYS (from its invoice date) and
      * every part-paid voucher whose balance
      * is under CONTROL-WOF-RESIDUAL-LIMIT.
      * Disputed vouchers and vouchers selected
      * for the next check run are left alone.
      * Each is written to the write-off
      * register (FDWRTOFF) as proposed; a
      * fresh proposal run replaces the
      * company's earlier unapproved list.
      *
      * APPROVE takes a supervisor's operator
      * ID - not the operator who proposed the
      * item - and the whole list or item by
      * item.  An approved item is settled the
      * way a payment would be: paid fields,
      * history entry, payment-detail row
      * (method "O"), audit-log entry, and the
      * GL pair onto GL-POST-FILE as source
      * "WOF" - AP cleared for the open
      * balance, the offset to CONTROL-
      * RECOVERY-ACCOUNT for an aged credit or
      * CONTROL-SMALLBAL-ACCOUNT for a
      * residual.  A voucher whose balance has
      * moved since it was proposed is left
      * pending for the next proposal run.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slvnd02.cbl".

           COPY "slwrtoff.cbl".

           COPY "slpaydtl.cbl".

           COPY "slcontrl.cbl".

           COPY "slperiod.cbl".

           COPY "slglpost.cbl".

           COPY "slaudlog.cbl".

           COPY "sloper01.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdwrtoff.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdperiod.cbl".

           COPY "fdglpost.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdoper01.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  WRITE-OFF-FOUND             PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  WRITE-OFF-AT-END            PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  NEXT-PAYMENT-SEQUENCE       PIC 9(03).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).
       77  COMPANY-CODE                PIC 9(01).

       77  OPEN-BALANCE                PIC S9(6)V99.
       77  ABSOLUTE-BALANCE            PIC S9(6)V99.
       77  CREDIT-AGE-DAYS             PIC S9(05).
       77  PROPOSED-TYPE               PIC X(01).

       77  SUPERVISOR-ID               PIC X(08).
       77  SUPERVISOR-OK               PIC X(01).
       77  APPROVAL-MODE               PIC X(01).
       77  ITEM-DECISION               PIC X(01).
       77  ITEM-CAN-POST               PIC X(01).
       77  OFFSET-ACCOUNT              PIC 9(06).

       77  PROPOSED-COUNT              PIC 9(05).
       77  CREDIT-COUNT                PIC 9(05).
       77  CREDIT-TOTAL                PIC S9(8)V99.
       77  RESIDUAL-COUNT              PIC 9(05).
       77  RESIDUAL-TOTAL              PIC S9(8)V99.
       77  PENDING-COUNT               PIC 9(05).
       77  PENDING-TOTAL               PIC S9(8)V99.
       77  POSTED-COUNT                PIC 9(05).
       77  POSTED-TOTAL                PIC S9(8)V99.
       77  REJECTED-COUNT              PIC 9(05).
       77  LEFT-COUNT                  PIC 9(05).

       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.
       77  AGE-FIELD                   PIC ZZ,ZZ9.
       77  VOUCHER-NUMBER-FIELD        PIC Z(6)9.
       77  VENDOR-NAME-SHORT           PIC X(20).
       77  TYPE-WORDS                  PIC X(12).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

           COPY "wsdate01.cbl".

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
           OPEN INPUT OPERATOR-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "WOFRUN01" TO JRN-PROGRAM.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O WRITE-OFF-FILE.
           OPEN I-O PAYMENT-DETAIL-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE WRITE-OFF-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE CONTROL-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE GL-POST-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
      *------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
      *    An identity APMAIN01 already verified by password is
      *    trusted - only a standalone run still prompts.
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
           MOVE OPERATOR-ID TO SIGNED-ON-OPERATOR.

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

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

      *------------------------------------------
      * MENU
      *------------------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  PROPOSE WRITE-OFFS".
           DISPLAY "          2.  APPROVE AND POST WRITE-OFFS".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM PROPOSE-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM APPROVE-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * PROPOSE
      *------------------------------------------
       PROPOSE-MODE.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               CONTINUE
           ELSE
           IF CONTROL-WOF-CREDIT-DAYS = ZEROES AND
              CONTROL-WOF-RESIDUAL-LIMIT = ZEROES
               DISPLAY "NO WRITE-OFF AGE OR LIMIT IS SET FOR "
                       "THIS COMPANY - SEE CTLMNT01"
           ELSE
               PERFORM BUILD-THE-PROPOSAL.

       BUILD-THE-PROPOSAL.
           MOVE ZEROES TO PROPOSED-COUNT
                          CREDIT-COUNT
                          CREDIT-TOTAL
                          RESIDUAL-COUNT
                          RESIDUAL-TOTAL.
           PERFORM CLEAR-PENDING-PROPOSALS.
           MOVE "WOFRUN01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "WRITE-OFF PROPOSAL" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           PERFORM PRINT-PROPOSAL-HEADINGS.
           PERFORM SCAN-OPEN-ITEMS.
           PERFORM PRINT-PROPOSAL-TOTALS.
           PERFORM CLOSE-THE-REPORT.
           MOVE PROPOSED-COUNT TO COUNT-FIELD.
           DISPLAY COUNT-FIELD " WRITE-OFFS PROPOSED - "
                   "A SUPERVISOR MUST APPROVE THEM".

      *------------------------------------------
      * The company's unapproved list from an
      * earlier run goes - this run's list
      * replaces it.  Approved and rejected
      * items stay as the record.
      *------------------------------------------
       CLEAR-PENDING-PROPOSALS.
           MOVE ZEROES TO WOF-VOUCHER-NUMBER.
           MOVE "N" TO WRITE-OFF-AT-END.
           START WRITE-OFF-FILE
               KEY IS NOT LESS THAN WOF-VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO WRITE-OFF-AT-END.
           PERFORM CLEAR-ONE-PROPOSAL
               UNTIL WRITE-OFF-AT-END = "Y".

       CLEAR-ONE-PROPOSAL.
           PERFORM READ-NEXT-WRITE-OFF.
           IF WRITE-OFF-AT-END = "N"
               IF WOF-COMPANY = COMPANY-CODE AND
                  WOF-PROPOSED
                   DELETE WRITE-OFF-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING WRITE-OFF RECORD".

       SCAN-OPEN-ITEMS.
           MOVE "Y" TO VOUCHER-OPEN-ITEM.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-OPEN-ITEM
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM CHECK-ONE-OPEN-ITEM
               UNTIL VOUCHER-AT-END = "Y".

       CHECK-ONE-OPEN-ITEM.
           IF VOUCHER-OPEN-ITEM NOT = "Y"
               MOVE "Y" TO VOUCHER-AT-END
           ELSE
               IF VOUCHER-COMPANY = COMPANY-CODE AND
                  VOUCHER-PAID-AMOUNT NOT = VOUCHER-AMOUNT AND
                  VOUCHER-DISPUTED NOT = "Y" AND
                  VOUCHER-SELECTED NOT = "Y"
                   PERFORM TEST-ONE-OPEN-ITEM
               END-IF
               PERFORM READ-NEXT-VOUCHER-RECORD.

      *------------------------------------------
      * An open credit past the age first; a
      * credit too young (or the age test off)
      * may still qualify as a residual.  A
      * residual must have been part-paid - a
      * small invoice nobody has paid yet is
      * still owed.
      *------------------------------------------
       TEST-ONE-OPEN-ITEM.
           MOVE SPACE TO PROPOSED-TYPE.
           COMPUTE OPEN-BALANCE =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT.
           IF OPEN-BALANCE < ZERO
               COMPUTE ABSOLUTE-BALANCE = ZERO - OPEN-BALANCE
           ELSE
               MOVE OPEN-BALANCE TO ABSOLUTE-BALANCE.
           MOVE ZEROES TO CREDIT-AGE-DAYS.
           IF VOUCHER-DATE NOT = ZEROES
               COMPUTE CREDIT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (VOUCHER-DATE).
           IF VOUCHER-AMOUNT < ZERO AND
              OPEN-BALANCE < ZERO AND
              CONTROL-WOF-CREDIT-DAYS NOT = ZEROES AND
              CREDIT-AGE-DAYS > CONTROL-WOF-CREDIT-DAYS
               MOVE "C" TO PROPOSED-TYPE
           ELSE
           IF VOUCHER-PAID-AMOUNT NOT = ZEROES AND
              CONTROL-WOF-RESIDUAL-LIMIT NOT = ZEROES AND
              ABSOLUTE-BALANCE < CONTROL-WOF-RESIDUAL-LIMIT
               MOVE "R" TO PROPOSED-TYPE.
           IF PROPOSED-TYPE NOT = SPACE
               PERFORM PROPOSE-ONE-ITEM.

      *    A voucher a supervisor already turned down is not
      *    put in front of them again.
       PROPOSE-ONE-ITEM.
           MOVE VOUCHER-NUMBER TO WOF-VOUCHER-NUMBER.
           PERFORM READ-WRITE-OFF-RECORD.
           IF WRITE-OFF-FOUND = "N"
               PERFORM WRITE-PROPOSAL-RECORD
               PERFORM PRINT-PROPOSAL-LINE.

       WRITE-PROPOSAL-RECORD.
           MOVE VOUCHER-NUMBER   TO WOF-VOUCHER-NUMBER.
           MOVE COMPANY-CODE     TO WOF-COMPANY.
           MOVE VOUCHER-VENDOR   TO WOF-VENDOR.
           MOVE PROPOSED-TYPE    TO WOF-TYPE.
           MOVE OPEN-BALANCE     TO WOF-AMOUNT.
           IF CREDIT-AGE-DAYS < ZERO
               MOVE ZEROES TO WOF-AGE-DAYS
           ELSE
               MOVE CREDIT-AGE-DAYS TO WOF-AGE-DAYS.
           MOVE "P"              TO WOF-STATUS.
           MOVE RUN-DATE         TO WOF-PROPOSED-DATE.
           MOVE SIGNED-ON-OPERATOR TO WOF-PROPOSED-BY.
           MOVE ZEROES           TO WOF-DECIDED-DATE.
           MOVE SPACE            TO WOF-DECIDED-BY.
           MOVE ZEROES           TO WOF-ACCOUNT.
           WRITE WRITE-OFF-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING WRITE-OFF RECORD".
           ADD 1 TO PROPOSED-COUNT.
           IF WOF-AGED-CREDIT
               ADD 1 TO CREDIT-COUNT
               ADD OPEN-BALANCE TO CREDIT-TOTAL
           ELSE
               ADD 1 TO RESIDUAL-COUNT
               ADD OPEN-BALANCE TO RESIDUAL-TOTAL.

       PRINT-PROPOSAL-HEADINGS.
           MOVE CONTROL-WOF-CREDIT-DAYS TO AGE-FIELD.
           MOVE CONTROL-WOF-RESIDUAL-LIMIT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "COMPANY " COMPANY-CODE
                  "   CREDITS OLDER THAN " AGE-FIELD " DAYS"
                  "   RESIDUALS UNDER " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHER VENDOR NAME                 "
                  "INVOICE         TYPE            AGE "
                  "    BALANCE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PROPOSAL-LINE.
           PERFORM GET-VENDOR-NAME.
           PERFORM SET-TYPE-WORDS.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE WOF-AGE-DAYS TO AGE-FIELD.
           MOVE OPEN-BALANCE TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VOUCHER-NUMBER-FIELD " "
                  VOUCHER-VENDOR " "
                  VENDOR-NAME-SHORT " "
                  VOUCHER-INVOICE " "
                  TYPE-WORDS " "
                  AGE-FIELD " "
                  AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PROPOSAL-TOTALS.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE CREDIT-COUNT TO COUNT-FIELD.
           MOVE CREDIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "AGED CREDITS:      " COUNT-FIELD
                  "  TOTAL " TOTAL-FIELD
                  "  TO RECOVERY ACCOUNT "
                  CONTROL-RECOVERY-ACCOUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE RESIDUAL-COUNT TO COUNT-FIELD.
           MOVE RESIDUAL-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "RESIDUAL BALANCES: " COUNT-FIELD
                  "  TOTAL " TOTAL-FIELD
                  "  TO SMALL-BALANCE ACCOUNT "
                  CONTROL-SMALLBAL-ACCOUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "NOTHING IS WRITTEN OFF UNTIL A SUPERVISOR "
             TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "APPROVES THIS LIST IN WOFRUN01." TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * APPROVE
      *------------------------------------------
       APPROVE-MODE.
           PERFORM READ-CONTROL-RECORD.
           PERFORM CHECK-RUN-PERIOD-OPEN.
           IF CONTROL-RECORD-FOUND = "N"
               CONTINUE
           ELSE
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               DISPLAY "TODAY'S ACCOUNTING PERIOD IS CLOSED - "
                       "WRITE-OFFS CANNOT POST"
           ELSE
               PERFORM LIST-PENDING-ITEMS
               IF PENDING-COUNT = ZEROES
                   DISPLAY "NO WRITE-OFFS ARE WAITING FOR "
                           "APPROVAL"
               ELSE
                   PERFORM GET-SUPERVISOR-APPROVAL.

      *--------------------------------
      * A date whose period has no
      * record on the period master is
      * treated as open - same rule as
      * VCHMNT01.
      *--------------------------------
       CHECK-RUN-PERIOD-OPEN.
           MOVE RUN-DATE(1:6) TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.

       LIST-PENDING-ITEMS.
           MOVE ZEROES TO PENDING-COUNT
                          PENDING-TOTAL.
           DISPLAY " ".
           DISPLAY "WRITE-OFFS WAITING FOR APPROVAL:".
           MOVE ZEROES TO WOF-VOUCHER-NUMBER.
           MOVE "N" TO WRITE-OFF-AT-END.
           START WRITE-OFF-FILE
               KEY IS NOT LESS THAN WOF-VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO WRITE-OFF-AT-END.
           PERFORM LIST-ONE-PENDING-ITEM
               UNTIL WRITE-OFF-AT-END = "Y".
           MOVE PENDING-COUNT TO COUNT-FIELD.
           MOVE PENDING-TOTAL TO TOTAL-FIELD.
           DISPLAY COUNT-FIELD " ITEMS, NET " TOTAL-FIELD.

       LIST-ONE-PENDING-ITEM.
           PERFORM READ-NEXT-WRITE-OFF.
           IF WRITE-OFF-AT-END = "N"
               IF WOF-COMPANY = COMPANY-CODE AND
                  WOF-PROPOSED
                   ADD 1 TO PENDING-COUNT
                   ADD WOF-AMOUNT TO PENDING-TOTAL
                   PERFORM DISPLAY-ONE-ITEM.

       DISPLAY-ONE-ITEM.
           PERFORM SET-TYPE-WORDS.
           MOVE WOF-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE WOF-AMOUNT TO AMOUNT-FIELD.
           MOVE WOF-AGE-DAYS TO AGE-FIELD.
           DISPLAY "   VOUCHER " VOUCHER-NUMBER-FIELD
                   "  VENDOR " WOF-VENDOR
                   "  " TYPE-WORDS
                   "  AGE " AGE-FIELD
                   "  " AMOUNT-FIELD
                   "  BY " WOF-PROPOSED-BY.

       GET-SUPERVISOR-APPROVAL.
           PERFORM ACCEPT-SUPERVISOR-ID.
           PERFORM RE-ACCEPT-SUPERVISOR-ID
               UNTIL SUPERVISOR-ID = SPACE OR
                     SUPERVISOR-OK = "Y".
           PERFORM RESTORE-SIGNED-ON-OPERATOR.
           IF SUPERVISOR-OK = "Y"
               PERFORM ASK-APPROVAL-MODE
               IF APPROVAL-MODE NOT = "C"
                   PERFORM DECIDE-PENDING-ITEMS.

       ACCEPT-SUPERVISOR-ID.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID TO APPROVE, OR "
                   "BLANK TO CANCEL".
           ACCEPT SUPERVISOR-ID.
           INSPECT SUPERVISOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM VALIDATE-SUPERVISOR-ID.

       RE-ACCEPT-SUPERVISOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE, OR NOT A SUPERVISOR".
           PERFORM ACCEPT-SUPERVISOR-ID.

      *--------------------------------
      * Looking up the supervisor re-
      * uses the OPERATOR-ID key field,
      * so the supervisor flag is
      * cleared first and the signed-on
      * operator's record is read back
      * afterwards - the same as
      * VCHMNT01's override.
      *--------------------------------
       VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO SUPERVISOR-OK.
           IF SUPERVISOR-ID NOT = SPACE
               MOVE SUPERVISOR-ID TO OPERATOR-ID
               MOVE "N" TO OPERATOR-SUPERVISOR-FLAG
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-SUPERVISOR-FLAG
               END-READ
               IF OPERATOR-IS-SUPERVISOR
                   MOVE "Y" TO SUPERVISOR-OK
               END-IF
           END-IF.

       RESTORE-SIGNED-ON-OPERATOR.
           MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO OPERATOR-SUPERVISOR-FLAG.

       ASK-APPROVAL-MODE.
           DISPLAY "APPROVE THE WHOLE LIST (A), GO ITEM BY ITEM "
                   "(I), OR CANCEL (C)?".
           ACCEPT APPROVAL-MODE.
           INSPECT APPROVAL-MODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF APPROVAL-MODE NOT = "A" AND
              APPROVAL-MODE NOT = "I" AND
              APPROVAL-MODE NOT = "C"
               DISPLAY "YOU MUST ENTER A, I OR C"
               PERFORM ASK-APPROVAL-MODE.

       DECIDE-PENDING-ITEMS.
           MOVE ZEROES TO POSTED-COUNT
                          POSTED-TOTAL
                          REJECTED-COUNT
                          LEFT-COUNT.
           MOVE ZEROES TO WOF-VOUCHER-NUMBER.
           MOVE "N" TO WRITE-OFF-AT-END.
           START WRITE-OFF-FILE
               KEY IS NOT LESS THAN WOF-VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO WRITE-OFF-AT-END.
           PERFORM DECIDE-ONE-PENDING-ITEM
               UNTIL WRITE-OFF-AT-END = "Y".
           DISPLAY " ".
           MOVE POSTED-COUNT TO COUNT-FIELD.
           MOVE POSTED-TOTAL TO TOTAL-FIELD.
           DISPLAY "WRITTEN OFF:   " COUNT-FIELD
                   "  NET " TOTAL-FIELD.
           MOVE REJECTED-COUNT TO COUNT-FIELD.
           DISPLAY "REJECTED:      " COUNT-FIELD.
           MOVE LEFT-COUNT TO COUNT-FIELD.
           DISPLAY "LEFT PENDING:  " COUNT-FIELD.

       DECIDE-ONE-PENDING-ITEM.
           PERFORM READ-NEXT-WRITE-OFF.
           IF WRITE-OFF-AT-END = "N"
               IF WOF-COMPANY = COMPANY-CODE AND
                  WOF-PROPOSED
                   PERFORM DECIDE-THIS-ITEM.

      *------------------------------------------
      * The approver may not be the operator
      * who proposed the item - one person
      * does not get to make money owed to or
      * by a vendor disappear alone.
      *------------------------------------------
       DECIDE-THIS-ITEM.
           IF WOF-PROPOSED-BY = SUPERVISOR-ID
               MOVE WOF-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD
               DISPLAY "VOUCHER " VOUCHER-NUMBER-FIELD
                       " WAS PROPOSED BY " SUPERVISOR-ID
                       " - ANOTHER SUPERVISOR MUST APPROVE IT"
               ADD 1 TO LEFT-COUNT
           ELSE
               IF APPROVAL-MODE = "A"
                   MOVE "Y" TO ITEM-DECISION
               ELSE
                   PERFORM ASK-ITEM-DECISION
               END-IF
               IF ITEM-DECISION = "Y"
                   PERFORM APPROVE-THIS-ITEM
               ELSE
               IF ITEM-DECISION = "N"
                   PERFORM REJECT-THIS-ITEM
               ELSE
                   ADD 1 TO LEFT-COUNT.

       ASK-ITEM-DECISION.
           PERFORM DISPLAY-ONE-ITEM.
           DISPLAY "WRITE IT OFF (Y), REJECT IT (N), OR LEAVE IT "
                   "PENDING (S)?".
           ACCEPT ITEM-DECISION.
           INSPECT ITEM-DECISION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF ITEM-DECISION NOT = "Y" AND
              ITEM-DECISION NOT = "N" AND
              ITEM-DECISION NOT = "S"
               DISPLAY "YOU MUST ENTER Y, N OR S"
               PERFORM ASK-ITEM-DECISION.

       REJECT-THIS-ITEM.
           MOVE "X"           TO WOF-STATUS.
           MOVE RUN-DATE      TO WOF-DECIDED-DATE.
           MOVE SUPERVISOR-ID TO WOF-DECIDED-BY.
           PERFORM REWRITE-WRITE-OFF-RECORD.
           ADD 1 TO REJECTED-COUNT.

      *------------------------------------------
      * The voucher must still be open by
      * exactly what was proposed, and the
      * offset account must be set, or the
      * item waits.
      *------------------------------------------
       APPROVE-THIS-ITEM.
           MOVE "Y" TO ITEM-CAN-POST.
           MOVE WOF-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE "N" TO ITEM-CAN-POST
           ELSE
               COMPUTE OPEN-BALANCE =
                   VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
               IF OPEN-BALANCE NOT = WOF-AMOUNT OR
                  VOUCHER-DISPUTED = "Y" OR
                  VOUCHER-SELECTED = "Y"
                   MOVE "N" TO ITEM-CAN-POST.
           IF WOF-AGED-CREDIT
               MOVE CONTROL-RECOVERY-ACCOUNT TO OFFSET-ACCOUNT
           ELSE
               MOVE CONTROL-SMALLBAL-ACCOUNT TO OFFSET-ACCOUNT.
           MOVE WOF-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           IF ITEM-CAN-POST = "N"
               DISPLAY "VOUCHER " VOUCHER-NUMBER-FIELD
                       " HAS CHANGED SINCE IT WAS PROPOSED - "
                       "LEFT PENDING"
               ADD 1 TO LEFT-COUNT
           ELSE
           IF OFFSET-ACCOUNT = ZEROES
               DISPLAY "VOUCHER " VOUCHER-NUMBER-FIELD
                       " - NO WRITE-OFF ACCOUNT SET IN CTLMNT01 "
                       "- LEFT PENDING"
               ADD 1 TO LEFT-COUNT
           ELSE
               PERFORM WRITE-OFF-THE-VOUCHER.

      *------------------------------------------
      * Settled the way MANPAY01 settles a
      * manual payment, in the same order.
      *------------------------------------------
       WRITE-OFF-THE-VOUCHER.
           MOVE VOUCHER-AMOUNT   TO VOUCHER-PAID-AMOUNT.
           MOVE RUN-DATE         TO VOUCHER-PAID-DATE.
           MOVE ZEROES           TO VOUCHER-CHECK-NO.
           MOVE OPEN-BALANCE     TO VOUCHER-LAST-PAYMENT-AMOUNT.
           MOVE ZEROES TO VOUCHER-LAST-WITHHELD-AMT
                          VOUCHER-LAST-RETAINED-AMT
                          VOUCHER-LAST-NRA-AMT
                          VOUCHER-LAST-FXGL-AMT.
           MOVE "N" TO VOUCHER-SELECTED.
           PERFORM RECORD-PAYMENT-HISTORY.
           PERFORM WRITE-PAYMENT-DETAIL.
           PERFORM REWRITE-VOUCHER-RECORD.
           PERFORM POST-THE-WRITE-OFF.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           MOVE "A"            TO WOF-STATUS.
           MOVE RUN-DATE       TO WOF-DECIDED-DATE.
           MOVE SUPERVISOR-ID  TO WOF-DECIDED-BY.
           MOVE OFFSET-ACCOUNT TO WOF-ACCOUNT.
           PERFORM REWRITE-WRITE-OFF-RECORD.
           ADD 1 TO POSTED-COUNT.
           ADD OPEN-BALANCE TO POSTED-TOTAL.

       RECORD-PAYMENT-HISTORY.
           IF VOUCHER-PAYMENT-COUNT < 5
               ADD 1 TO VOUCHER-PAYMENT-COUNT
               MOVE RUN-DATE TO
                   VOUCHER-PAYMENT-DATE (VOUCHER-PAYMENT-COUNT)
               MOVE OPEN-BALANCE TO
                   VOUCHER-PAYMENT-AMOUNT (VOUCHER-PAYMENT-COUNT)
               MOVE ZEROES TO
                   VOUCHER-PAYMENT-CHECK-NO (VOUCHER-PAYMENT-COUNT)
               MOVE ZEROES TO
                   VOUCHER-PAYMENT-DISC-TAKEN (VOUCHER-PAYMENT-COUNT).

       WRITE-PAYMENT-DETAIL.
           PERFORM FIND-NEXT-PAYMENT-SEQUENCE.
           MOVE VOUCHER-NUMBER        TO PDT-VOUCHER-NUMBER.
           MOVE NEXT-PAYMENT-SEQUENCE TO PDT-SEQUENCE.
           MOVE RUN-DATE              TO PDT-DATE.
           MOVE OPEN-BALANCE          TO PDT-AMOUNT.
           MOVE ZEROES                TO PDT-CHECK-NO.
           MOVE "O"                   TO PDT-METHOD.
           MOVE ZEROES                TO PDT-DISC-TAKEN.
           MOVE ZEROES                TO PDT-WITHHELD.
           MOVE "N"                   TO PDT-INTEREST-FLAG.
           MOVE ZEROES                TO PDT-RETAINED.
           MOVE ZEROES                TO PDT-NRA-WITHHELD.
           WRITE PAYMENT-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAYMENT DETAIL RECORD".

       FIND-NEXT-PAYMENT-SEQUENCE.
           MOVE 1 TO NEXT-PAYMENT-SEQUENCE.
           MOVE VOUCHER-NUMBER TO PDT-VOUCHER-NUMBER.
           MOVE ZEROES TO PDT-SEQUENCE.
           MOVE "N" TO DETAIL-AT-END.
           START PAYMENT-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
               INVALID KEY MOVE "Y" TO DETAIL-AT-END.
           PERFORM COUNT-ONE-DETAIL-RECORD
               UNTIL DETAIL-AT-END = "Y".

       COUNT-ONE-DETAIL-RECORD.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                   MOVE "Y" TO DETAIL-AT-END
               ELSE
                   COMPUTE NEXT-PAYMENT-SEQUENCE = PDT-SEQUENCE + 1.

      *------------------------------------------
      * AP cleared for the open balance, the
      * offset the other way - a residual we
      * owed becomes income, a credit we will
      * never collect becomes a charge against
      * recoveries.  Posted here as source
      * "WOF"; GLPOST01 skips the method-O
      * detail row.
      *------------------------------------------
       POST-THE-WRITE-OFF.
           PERFORM READ-CONTROL-RECORD.
           MOVE CONTROL-AP-ACCOUNT TO GLP-ACCOUNT.
           MOVE OPEN-BALANCE       TO GLP-AMOUNT.
           PERFORM WRITE-WRITE-OFF-POST-RECORD.
           MOVE OFFSET-ACCOUNT     TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - OPEN-BALANCE.
           PERFORM WRITE-WRITE-OFF-POST-RECORD.

       WRITE-WRITE-OFF-POST-RECORD.
           MOVE RUN-DATE         TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER   TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES           TO GLP-CHECK-NO.
           MOVE "WOF"            TO GLP-SOURCE.
           MOVE COMPANY-CODE     TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM SET-TYPE-WORDS.
           MOVE SUPERVISOR-ID  TO AUD-OPERATOR-ID.
           MOVE RUN-DATE       TO AUD-LOG-DATE.
           MOVE RUN-TIME       TO AUD-LOG-TIME.
           MOVE VOUCHER-NUMBER TO AUD-VOUCHER-NUMBER.
           MOVE "WRITE-OFF"    TO AUD-FIELD-CHANGED.
           MOVE TYPE-WORDS     TO AUD-BEFORE-VALUE.
           MOVE OPEN-BALANCE   TO AMOUNT-FIELD.
           MOVE AMOUNT-FIELD   TO AUD-AFTER-VALUE.
           MOVE "V"            TO AUD-SOURCE.
           MOVE ZEROES         TO AUD-VENDOR-NUMBER.
           MOVE SPACE          TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
      * Shared
      *------------------------------------------
       SET-TYPE-WORDS.
           IF WOF-AGED-CREDIT
               MOVE "AGED CREDIT" TO TYPE-WORDS
           ELSE
               MOVE "RESIDUAL" TO TYPE-WORDS.

       GET-VENDOR-NAME.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO VENDOR-NAME-SHORT
           ELSE
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO VENDOR-NAME-SHORT
           ELSE
               MOVE "**NOT ON FILE**" TO VENDOR-NAME-SHORT.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

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

       READ-WRITE-OFF-RECORD.
           MOVE "Y" TO WRITE-OFF-FOUND.
           READ WRITE-OFF-FILE RECORD
               INVALID KEY
                  MOVE "N" TO WRITE-OFF-FOUND.

       READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END MOVE "Y" TO WRITE-OFF-AT-END.

       REWRITE-WRITE-OFF-RECORD.
           REWRITE WRITE-OFF-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING WRITE-OFF RECORD".

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

           COPY "pldate01.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".

           COPY "plprint.cbl".
