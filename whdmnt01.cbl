       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHDMNT01.
      *------------------------------------------
      * Backup-withholding deposit entry and
      * inquiry.  CHKRUN01 withholds the 24% and
      * GLPOST01 parks it in CONTROL-WHHOLD-
      * ACCOUNT, but the day the money actually
      * went to the IRS was only ever written
      * on the deposit confirmation in the tax
      * binder.
      *
      * ENTRY records one deposit - the tax year
      * it is for, the date it was made, the
      * amount and the EFT acknowledgment number
      * - and posts it to GL-POST-FILE as source
      * "WHD": the withholding liability debited
      * and cash credited, dated the day the
      * deposit was made.  A deposit keyed wrong
      * is backed out by entering the same
      * deposit again as a negative amount.
      *
      * INQUIRY lists every deposit on file for
      * a tax year with the year's total.
      * WHDRPT01 sets them against the ledger.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slwhdep.cbl".

           COPY "slcontrl.cbl".

           COPY "slglpost.cbl".

           COPY "sloper01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdwhdep.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdglpost.cbl".

           COPY "fdoper01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  DEPOSIT-AT-END              PIC X(01).
       77  DEPOSIT-WRITTEN             PIC X(01).
       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).

       77  ENTERED-TAX-YEAR            PIC 9(04).
       77  OK-TO-RECORD                PIC X(01).
       77  ADD-ANOTHER                 PIC X(01).
       77  DEPOSIT-COUNT               PIC 9(03).
       77  DEPOSIT-TOTAL               PIC S9(07)V99.

       77  AMOUNT-ENTRY-FIELD          PIC -Z,ZZZ,ZZ9.99.
       77  AMOUNT-FIELD                PIC Z,ZZZ,ZZ9.99-.

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
           OPEN INPUT OPERATOR-FILE.
           OPEN I-O WITHHOLDING-DEPOSIT-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN EXTEND GL-POST-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE WITHHOLDING-DEPOSIT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE GL-POST-FILE.

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
           DISPLAY "          1.  RECORD A WITHHOLDING DEPOSIT".
           DISPLAY "          2.  LIST DEPOSITS FOR A TAX YEAR".
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
               PERFORM ENTRY-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM INQUIRE-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * ENTRY
      *------------------------------------------
       ENTRY-MODE.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM ENTER-DEPOSITS
               UNTIL ADD-ANOTHER = "N".

       ENTER-DEPOSITS.
           PERFORM ENTER-ONE-DEPOSIT.
           PERFORM GET-ADD-ANOTHER.

       ENTER-ONE-DEPOSIT.
           PERFORM ENTER-DEPOSIT-TAX-YEAR.
           IF ENTERED-TAX-YEAR NOT = ZEROES
               PERFORM ENTER-DEPOSIT-FIELDS
               PERFORM ASK-OK-TO-RECORD
               IF OK-TO-RECORD = "Y"
                   PERFORM WRITE-DEPOSIT-RECORD
                   PERFORM POST-THE-DEPOSIT
                   PERFORM DISPLAY-DEPOSIT-RESULT
               ELSE
                   DISPLAY "DEPOSIT NOT RECORDED".

       ENTER-DEPOSIT-TAX-YEAR.
           DISPLAY " ".
           DISPLAY "ENTER TAX YEAR THE DEPOSIT IS FOR (CCYY)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT ENTERED-TAX-YEAR.
           IF ENTERED-TAX-YEAR NOT = ZEROES
               IF ENTERED-TAX-YEAR < 1990 OR
                  ENTERED-TAX-YEAR > RUN-DATE(1:4)
                   DISPLAY "THAT IS NOT A USABLE TAX YEAR"
                   PERFORM ENTER-DEPOSIT-TAX-YEAR.

       ENTER-DEPOSIT-FIELDS.
           MOVE COMPANY-CODE     TO WHD-COMPANY.
           MOVE ENTERED-TAX-YEAR TO WHD-TAX-YEAR.
           MOVE ZEROES           TO WHD-SEQUENCE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER DEPOSIT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A DEPOSIT DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO WHD-DEPOSIT-DATE.
           PERFORM ENTER-DEPOSIT-AMOUNT.
           DISPLAY "ENTER THE EFT ACKNOWLEDGMENT NUMBER".
           ACCEPT WHD-CONFIRMATION.
           INSPECT WHD-CONFIRMATION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE RUN-DATE    TO WHD-ENTRY-DATE.
           MOVE OPERATOR-ID TO WHD-OPERATOR.

       ENTER-DEPOSIT-AMOUNT.
           DISPLAY "ENTER AMOUNT DEPOSITED".
           DISPLAY "(NEGATIVE TO BACK OUT A DEPOSIT KEYED IN ERROR)".
           ACCEPT AMOUNT-ENTRY-FIELD.
           MOVE AMOUNT-ENTRY-FIELD TO WHD-AMOUNT.
           IF WHD-AMOUNT = ZERO
               DISPLAY "AMOUNT MUST NOT BE ZERO"
               PERFORM ENTER-DEPOSIT-AMOUNT.

       ASK-OK-TO-RECORD.
           MOVE WHD-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "DEPOSIT OF " AMOUNT-FIELD
                   " ON " WHD-DEPOSIT-DATE
                   " FOR TAX YEAR " WHD-TAX-YEAR.
           DISPLAY "RECORD THIS DEPOSIT (Y/N)?".
           ACCEPT OK-TO-RECORD.
           INSPECT OK-TO-RECORD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-RECORD NOT = "Y" AND OK-TO-RECORD NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-OK-TO-RECORD.

      *------------------------------------------
      * The deposit clears the liability the
      * payment side built up - debit the
      * withholding account, credit cash, both
      * dated the day the money left.
      *------------------------------------------
       POST-THE-DEPOSIT.
           PERFORM READ-CONTROL-RECORD.
           MOVE CONTROL-WHHOLD-ACCOUNT TO GLP-ACCOUNT.
           MOVE WHD-AMOUNT             TO GLP-AMOUNT.
           PERFORM WRITE-DEPOSIT-POST-RECORD.
           MOVE CONTROL-CASH-ACCOUNT   TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - WHD-AMOUNT.
           PERFORM WRITE-DEPOSIT-POST-RECORD.

       WRITE-DEPOSIT-POST-RECORD.
           MOVE WHD-DEPOSIT-DATE TO GLP-RUN-DATE.
           MOVE ZEROES           TO GLP-VOUCHER-NUMBER
                                    GLP-CHECK-NO.
           MOVE "WHD"            TO GLP-SOURCE.
           MOVE COMPANY-CODE     TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

       DISPLAY-DEPOSIT-RESULT.
           DISPLAY "DEPOSIT " WHD-TAX-YEAR "-" WHD-SEQUENCE
                   " RECORDED AND POSTED.".

       GET-ADD-ANOTHER.
           IF ENTERED-TAX-YEAR = ZEROES
               MOVE "N" TO ADD-ANOTHER
           ELSE
               DISPLAY "ENTER ANOTHER DEPOSIT (Y/N)?"
               ACCEPT ADD-ANOTHER
               INSPECT ADD-ANOTHER
                   CONVERTING LOWER-ALPHA
                   TO         UPPER-ALPHA
               IF ADD-ANOTHER NOT = "Y" AND ADD-ANOTHER NOT = "N"
                   DISPLAY "YOU MUST ENTER YES OR NO"
                   PERFORM GET-ADD-ANOTHER
               END-IF
           END-IF.

      *------------------------------------------
      * INQUIRY - every deposit on file for a
      * tax year, in the order recorded.
      *------------------------------------------
       INQUIRE-MODE.
           DISPLAY " ".
           DISPLAY "ENTER TAX YEAR TO LIST DEPOSITS FOR (CCYY)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT ENTERED-TAX-YEAR.
           IF ENTERED-TAX-YEAR NOT = ZEROES
               PERFORM BROWSE-YEAR-DEPOSITS
               PERFORM INQUIRE-MODE.

       BROWSE-YEAR-DEPOSITS.
           MOVE ZEROES TO DEPOSIT-COUNT
                          DEPOSIT-TOTAL.
           MOVE COMPANY-CODE     TO WHD-COMPANY.
           MOVE ENTERED-TAX-YEAR TO WHD-TAX-YEAR.
           MOVE ZEROES           TO WHD-SEQUENCE.
           MOVE "N" TO DEPOSIT-AT-END.
           START WITHHOLDING-DEPOSIT-FILE
               KEY IS NOT LESS THAN WHD-KEY
               INVALID KEY MOVE "Y" TO DEPOSIT-AT-END.
           IF DEPOSIT-AT-END = "N"
               PERFORM READ-NEXT-DEPOSIT-RECORD.
           PERFORM DISPLAY-ONE-DEPOSIT
               UNTIL DEPOSIT-AT-END = "Y".
           MOVE DEPOSIT-TOTAL TO AMOUNT-FIELD.
           DISPLAY "DEPOSITS: " DEPOSIT-COUNT
                   "   TOTAL DEPOSITED: " AMOUNT-FIELD.

       DISPLAY-ONE-DEPOSIT.
           IF WHD-COMPANY NOT = COMPANY-CODE OR
              WHD-TAX-YEAR NOT = ENTERED-TAX-YEAR
               MOVE "Y" TO DEPOSIT-AT-END
           ELSE
               MOVE WHD-AMOUNT TO AMOUNT-FIELD
               DISPLAY "   " WHD-SEQUENCE
                       "  " WHD-DEPOSIT-DATE
                       "  EFT " WHD-CONFIRMATION
                       "  " AMOUNT-FIELD
                       "  " WHD-OPERATOR
               ADD 1 TO DEPOSIT-COUNT
               ADD WHD-AMOUNT TO DEPOSIT-TOTAL
               PERFORM READ-NEXT-DEPOSIT-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-DEPOSIT-RECORD.
           READ WITHHOLDING-DEPOSIT-FILE NEXT RECORD
               AT END MOVE "Y" TO DEPOSIT-AT-END.

      * The next free sequence in the year is
      * found by writing until one takes.
       WRITE-DEPOSIT-RECORD.
           MOVE "N" TO DEPOSIT-WRITTEN.
           PERFORM TRY-WRITE-DEPOSIT
               UNTIL DEPOSIT-WRITTEN = "Y".

       TRY-WRITE-DEPOSIT.
           ADD 1 TO WHD-SEQUENCE.
           WRITE WITHHOLDING-DEPOSIT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO DEPOSIT-WRITTEN
           END-WRITE.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

           COPY "pldate01.cbl".
