       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCSENT01.
      *------------------------------------------
      * Petty cash slip entry for the fund
      * custodians.  Every receipt paid out of
      * the box is keyed here against its fund
      * with who was paid, what for, the amount
      * and the GL account it is coded to -
      * the coding the replenishment voucher
      * (PCFRPL01) is later distributed by.
      *
      * Only the fund's own custodian operator
      * (PCF-CUSTODIAN-ID) or a supervisor may
      * work a fund.  Besides entering slips
      * the custodian can void a slip keyed in
      * error (only while it is still in the
      * box, not once a replenishment has taken
      * it), list the slips awaiting
      * replenishment, and record a count of
      * the cash in the box.  A count is shown
      * straight away against the imprest:
      * cash plus slips should equal it to the
      * penny.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpcfund.cbl".

           COPY "slpcslip.cbl".

           COPY "sloper01.cbl".

           COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpcfund.cbl".

           COPY "fdpcslip.cbl".

           COPY "fdoper01.cbl".

           COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  FUND-RECORD-FOUND            PIC X(01).
       77  SLIP-RECORD-FOUND            PIC X(01).
       77  OPERATOR-RECORD-FOUND        PIC X(01).
       77  GL-ACCOUNT-FOUND             PIC X(01).
       77  FUND-IS-USABLE               PIC X(01).
       77  SLIP-AT-END                  PIC X(01).
       77  SLIPS-DONE                   PIC X(01).
       77  VOID-ANSWER                  PIC X(01).
       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

       77  RUN-DATE                     PIC 9(08).
       77  COMPANY-CODE                 PIC 9(01).
       77  ENTRY-FUND                   PIC 9(03).
       77  VOID-SLIP-NUMBER             PIC 9(05).
       77  SLIP-AMOUNT-ENTRY            PIC 9(05)V99.
       77  CASH-COUNT-ENTRY             PIC 9(05)V99.

       77  OPEN-SLIP-COUNT              PIC 9(05).
       77  OPEN-SLIP-TOTAL              PIC S9(07)V99.
       77  FUND-DIFFERENCE              PIC S9(07)V99.

       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

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
           OPEN I-O PETTY-CASH-FUND-FILE.
           OPEN I-O PETTY-CASH-SLIP-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.

       CLOSING-PROCEDURE.
           CLOSE PETTY-CASH-FUND-FILE.
           CLOSE PETTY-CASH-SLIP-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE GL-ACCOUNT-FILE.

      *------------------------------------------
      * Sign-on - same drill as VCHMNT01.  An
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

       MAIN-PROCESS.
           PERFORM GET-ENTRY-FUND.
           PERFORM WORK-ONE-FUND
               UNTIL ENTRY-FUND = ZEROES.

       WORK-ONE-FUND.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
           PERFORM GET-ENTRY-FUND.

      *------------------------------------------
      * The fund must be on file, active, on
      * this company's books, and this
      * operator's to keep.
      *------------------------------------------
       GET-ENTRY-FUND.
           PERFORM ACCEPT-ENTRY-FUND.
           PERFORM RE-ACCEPT-ENTRY-FUND
               UNTIL ENTRY-FUND = ZEROES OR
                     FUND-IS-USABLE = "Y".

       ACCEPT-ENTRY-FUND.
           DISPLAY " ".
           DISPLAY "ENTER PETTY CASH FUND NUMBER".
           DISPLAY "ENTER 0 TO EXIT".
           ACCEPT ENTRY-FUND.
           MOVE "N" TO FUND-IS-USABLE.
           IF ENTRY-FUND NOT = ZEROES
               PERFORM CHECK-ENTRY-FUND.

       CHECK-ENTRY-FUND.
           MOVE ENTRY-FUND TO PCF-FUND.
           PERFORM READ-FUND-RECORD.
           IF FUND-RECORD-FOUND = "N"
               MOVE "FUND NOT ON FILE" TO ERROR-MESSAGE
           ELSE
           IF PCF-STATUS NOT = "A"
               MOVE "FUND IS NOT ACTIVE" TO ERROR-MESSAGE
           ELSE
           IF PCF-COMPANY NOT = COMPANY-CODE
               MOVE "FUND IS NOT ON THIS COMPANY'S BOOKS"
                 TO ERROR-MESSAGE
           ELSE
           IF PCF-CUSTODIAN-ID NOT = OPERATOR-ID AND
              NOT OPERATOR-IS-SUPERVISOR
               MOVE "ONLY THE FUND'S CUSTODIAN OR A SUPERVISOR "
                 TO ERROR-MESSAGE
               MOVE "MAY KEY ITS SLIPS" TO ERROR-MESSAGE (43:)
           ELSE
               MOVE "Y" TO FUND-IS-USABLE
               DISPLAY "FUND: " PCF-NAME.

       RE-ACCEPT-ENTRY-FUND.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-ENTRY-FUND.

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
           DISPLAY "    FUND " PCF-FUND "  " PCF-NAME.
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ENTER SLIPS".
           DISPLAY "          2.  VOID A SLIP".
           DISPLAY "          3.  RECORD A CASH COUNT".
           DISPLAY "          4.  LIST SLIPS AWAITING REPLENISHMENT".
           DISPLAY " ".
           DISPLAY "          0.  DONE WITH THIS FUND".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ENTER-SLIPS
           ELSE
           IF MENU-PICK = 2
               PERFORM VOID-A-SLIP
           ELSE
           IF MENU-PICK = 3
               PERFORM RECORD-CASH-COUNT
           ELSE
           IF MENU-PICK = 4
               PERFORM LIST-OPEN-SLIPS.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * ENTER SLIPS - until a blank paid-to.
      * The fund's slip counter is taken and
      * rewritten with every slip.
      *------------------------------------------
       ENTER-SLIPS.
           MOVE "N" TO SLIPS-DONE.
           PERFORM ENTER-ONE-SLIP
               UNTIL SLIPS-DONE = "Y".
           PERFORM TOTAL-OPEN-SLIPS.
           IF OPEN-SLIP-TOTAL > PCF-IMPREST-AMOUNT
               MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD
               DISPLAY "*** SLIPS AWAITING REPLENISHMENT ("
                       AMOUNT-FIELD ") EXCEED THE IMPREST ***".

       ENTER-ONE-SLIP.
           DISPLAY " ".
           DISPLAY "PAID TO (BLANK WHEN DONE)".
           MOVE SPACE TO PSL-PAID-TO.
           ACCEPT PSL-PAID-TO.
           INSPECT PSL-PAID-TO
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF PSL-PAID-TO = SPACE
               MOVE "Y" TO SLIPS-DONE
           ELSE
               PERFORM ENTER-SLIP-DETAILS
               PERFORM WRITE-NEW-SLIP.

       ENTER-SLIP-DETAILS.
           PERFORM ENTER-SLIP-DATE.
           PERFORM ENTER-SLIP-DESCRIPTION.
           PERFORM ENTER-SLIP-AMOUNT.
           PERFORM ENTER-SLIP-GL-ACCOUNT.

       ENTER-SLIP-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "DATE ON THE RECEIPT (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A RECEIPT DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO PSL-DATE.
           IF DATE-CCYYMMDD > RUN-DATE
               DISPLAY "A SLIP CANNOT BE DATED IN THE FUTURE"
               PERFORM ENTER-SLIP-DATE.

       ENTER-SLIP-DESCRIPTION.
           DISPLAY "WHAT WAS BOUGHT".
           ACCEPT PSL-DESCRIPTION.
           INSPECT PSL-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF PSL-DESCRIPTION = SPACE
               DISPLAY "A DESCRIPTION MUST BE ENTERED"
               PERFORM ENTER-SLIP-DESCRIPTION.

       ENTER-SLIP-AMOUNT.
           DISPLAY "AMOUNT PAID OUT".
           ACCEPT SLIP-AMOUNT-ENTRY.
           IF SLIP-AMOUNT-ENTRY = ZEROES
               DISPLAY "AN AMOUNT MUST BE ENTERED"
               PERFORM ENTER-SLIP-AMOUNT
           ELSE
           IF SLIP-AMOUNT-ENTRY > PCF-IMPREST-AMOUNT
               DISPLAY "A SLIP CANNOT BE MORE THAN THE IMPREST"
               PERFORM ENTER-SLIP-AMOUNT
           ELSE
               MOVE SLIP-AMOUNT-ENTRY TO PSL-AMOUNT.

       ENTER-SLIP-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT".
           ACCEPT PSL-GL-ACCOUNT.
           MOVE PSL-GL-ACCOUNT TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "N" OR GLA-STATUS NOT = "A"
               DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE"
               PERFORM ENTER-SLIP-GL-ACCOUNT.

       WRITE-NEW-SLIP.
           PERFORM READ-FUND-RECORD.
           ADD 1 TO PCF-LAST-SLIP.
           PERFORM REWRITE-FUND-RECORD.
           MOVE PCF-FUND       TO PSL-FUND.
           MOVE PCF-LAST-SLIP  TO PSL-SLIP-NUMBER.
           MOVE OPERATOR-ID    TO PSL-ENTERED-BY.
           MOVE ZEROES         TO PSL-VOUCHER-NUMBER.
           WRITE PETTY-CASH-SLIP-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PETTY CASH SLIP".
           MOVE PSL-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "SLIP " PSL-SLIP-NUMBER " " AMOUNT-FIELD
                   " RECORDED".

      *------------------------------------------
      * VOID - a slip keyed in error comes off
      * the file, but only while it is still in
      * the box.  Once a replenishment voucher
      * has taken it, it stays.
      *------------------------------------------
       VOID-A-SLIP.
           DISPLAY "ENTER SLIP NUMBER TO VOID (0 TO CANCEL)".
           ACCEPT VOID-SLIP-NUMBER.
           IF VOID-SLIP-NUMBER NOT = ZEROES
               MOVE PCF-FUND         TO PSL-FUND
               MOVE VOID-SLIP-NUMBER TO PSL-SLIP-NUMBER
               PERFORM READ-SLIP-RECORD
               IF SLIP-RECORD-FOUND = "N"
                   DISPLAY "SLIP NOT ON FILE FOR THIS FUND"
               ELSE
               IF PSL-VOUCHER-NUMBER NOT = ZEROES
                   DISPLAY "SLIP WAS REPLENISHED ON VOUCHER "
                           PSL-VOUCHER-NUMBER " - IT CANNOT BE VOIDED"
               ELSE
                   PERFORM CONFIRM-VOID-SLIP.

       CONFIRM-VOID-SLIP.
           PERFORM DISPLAY-ONE-SLIP.
           PERFORM ACCEPT-VOID-ANSWER.
           PERFORM RE-ACCEPT-VOID-ANSWER
               UNTIL VOID-ANSWER = "Y" OR "N".
           IF VOID-ANSWER = "Y"
               DELETE PETTY-CASH-SLIP-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING PETTY CASH SLIP".

       ACCEPT-VOID-ANSWER.
           DISPLAY "VOID THIS SLIP (Y/N)?".
           ACCEPT VOID-ANSWER.
           INSPECT VOID-ANSWER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VOID-ANSWER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VOID-ANSWER.

      *------------------------------------------
      * CASH COUNT - what is physically in the
      * box today.  PCFRPL01 proves it against
      * the imprest at replenishment; it is
      * shown here too so a shortage is found
      * while the custodian is at the box.
      *------------------------------------------
       RECORD-CASH-COUNT.
           DISPLAY "ENTER CASH COUNTED IN THE BOX".
           ACCEPT CASH-COUNT-ENTRY.
           PERFORM READ-FUND-RECORD.
           MOVE CASH-COUNT-ENTRY TO PCF-CASH-COUNT.
           MOVE RUN-DATE         TO PCF-COUNT-DATE.
           PERFORM REWRITE-FUND-RECORD.
           PERFORM TOTAL-OPEN-SLIPS.
           COMPUTE FUND-DIFFERENCE =
               PCF-CASH-COUNT + OPEN-SLIP-TOTAL - PCF-IMPREST-AMOUNT.
           MOVE PCF-CASH-COUNT TO AMOUNT-FIELD.
           DISPLAY "   CASH COUNTED " AMOUNT-FIELD.
           MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD.
           DISPLAY "   PLUS SLIPS   " AMOUNT-FIELD.
           MOVE PCF-IMPREST-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "   IMPREST      " AMOUNT-FIELD.
           MOVE FUND-DIFFERENCE TO AMOUNT-FIELD.
           IF FUND-DIFFERENCE = ZERO
               DISPLAY "   THE FUND BALANCES"
           ELSE
           IF FUND-DIFFERENCE < ZERO
               DISPLAY "*** THE FUND IS SHORT " AMOUNT-FIELD " ***"
           ELSE
               DISPLAY "*** THE FUND IS OVER " AMOUNT-FIELD " ***".

      *------------------------------------------
      * LIST - every slip still in the box.
      *------------------------------------------
       LIST-OPEN-SLIPS.
           DISPLAY " ".
           DISPLAY "SLIPS AWAITING REPLENISHMENT - FUND " PCF-FUND.
           MOVE "Y" TO SLIPS-DONE.
           PERFORM TOTAL-OPEN-SLIPS.
           MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD.
           DISPLAY "   " OPEN-SLIP-COUNT " SLIPS, TOTAL "
                   AMOUNT-FIELD.

      *    SLIPS-DONE "Y" on the way in lists each slip as it
      *    is totaled; anything else totals quietly.
       TOTAL-OPEN-SLIPS.
           MOVE ZEROES TO OPEN-SLIP-COUNT OPEN-SLIP-TOTAL.
           MOVE PCF-FUND TO PSL-FUND.
           MOVE ZEROES   TO PSL-SLIP-NUMBER.
           MOVE "N" TO SLIP-AT-END.
           START PETTY-CASH-SLIP-FILE
               KEY IS NOT LESS THAN PSL-KEY
               INVALID KEY MOVE "Y" TO SLIP-AT-END.
           PERFORM TOTAL-ONE-OPEN-SLIP
               UNTIL SLIP-AT-END = "Y".
           MOVE "N" TO SLIPS-DONE.

       TOTAL-ONE-OPEN-SLIP.
           READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO SLIP-AT-END.
           IF SLIP-AT-END = "N"
               IF PSL-FUND NOT = PCF-FUND
                   MOVE "Y" TO SLIP-AT-END
               ELSE
               IF PSL-VOUCHER-NUMBER = ZEROES
                   ADD 1 TO OPEN-SLIP-COUNT
                   ADD PSL-AMOUNT TO OPEN-SLIP-TOTAL
                   IF SLIPS-DONE = "Y"
                       PERFORM DISPLAY-ONE-SLIP.

       DISPLAY-ONE-SLIP.
           MOVE PSL-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "   " PSL-SLIP-NUMBER
                   " " PSL-DATE
                   " " PSL-PAID-TO
                   " " AMOUNT-FIELD
                   " GL " PSL-GL-ACCOUNT.
           DISPLAY "         " PSL-DESCRIPTION.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-FUND-RECORD.
           MOVE "Y" TO FUND-RECORD-FOUND.
           READ PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
                  MOVE "N" TO FUND-RECORD-FOUND.

       REWRITE-FUND-RECORD.
           REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PETTY CASH FUND RECORD".

       READ-SLIP-RECORD.
           MOVE "Y" TO SLIP-RECORD-FOUND.
           READ PETTY-CASH-SLIP-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SLIP-RECORD-FOUND.

           COPY "pldate01.cbl".
