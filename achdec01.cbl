       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDEC01.
      *------------------------------------------
      * Return/accept decisions on the ACH
      * debits ACHDBR01 stopped - originators
      * not on the authorized table, inactive,
      * or over their maximum.
      *
      * R)eturn sends the debit back to the
      * bank as unauthorized (return reason
      * R29) on the return file, achdbret,
      * and is only allowed up to the debit's
      * deadline - after that the bank can no
      * longer return it.
      *
      * A)ccept keeps the debit and books it
      * the way ACHDBR01 books an authorized
      * one (GL source "ACD"), to the
      * originator's GL account or, for an
      * originator not on the table, to the
      * account keyed here.  Accepting money
      * taken without authority is a
      * supervisor's call.  A debit past its
      * deadline can only be accepted.
      *
      * Whoever decides, and when, is kept on
      * the review record.  An originator that
      * should be allowed from now on is added
      * in ACOMNT01 and the filter sent to the
      * bank again.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slachrev.cbl".

           COPY "slachrtn.cbl".

           COPY "slbank.cbl".

           COPY "slglacct.cbl".

           COPY "slglpost.cbl".

           COPY "sloper01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdachrev.cbl".

           COPY "fdachrtn.cbl".

           COPY "fdbank.cbl".

           COPY "fdglacct.cbl".

           COPY "fdglpost.cbl".

           COPY "fdoper01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 2.

       77  REVIEW-RECORD-FOUND          PIC X.
       77  REVIEW-AT-END                PIC X.
       77  BANK-RECORD-FOUND            PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  THE-DECISION                 PIC X.
       77  OK-TO-DECIDE                 PIC X.

       77  RUN-DATE                     PIC 9(08).
       77  COMPANY-CODE                 PIC 9(01).
       77  PENDING-COUNT                PIC 9(05).

       77  AMOUNT-FIELD                 PIC ZZ,ZZZ,ZZ9.99.
       77  REASON-TEXT                  PIC X(20).
       77  DEADLINE-FLAG                PIC X(20).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

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
           OPEN I-O ACH-DEBIT-REVIEW-FILE.
           OPEN EXTEND ACH-DEBIT-RETURN-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE ACH-DEBIT-REVIEW-FILE.
           CLOSE ACH-DEBIT-RETURN-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE GL-POST-FILE.
           CLOSE OPERATOR-FILE.

       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

      *------------------------------------------
      * Sign-on - every decision carries the
      * operator who took it.
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
           DISPLAY "    STOPPED ACH DEBITS - COMPANY " COMPANY-CODE.
           DISPLAY " ".
           DISPLAY "          1.  LIST DEBITS AWAITING A DECISION".
           DISPLAY "          2.  RETURN OR ACCEPT A DEBIT".
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
               PERFORM LIST-PENDING-DEBITS
           ELSE
           IF MENU-PICK = 2
               PERFORM DECIDE-DEBITS.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * LIST
      *------------------------------------------
       LIST-PENDING-DEBITS.
           DISPLAY " ".
           DISPLAY "TRACE           AC COMPANY ID        AMOUNT "
                   "EFFECTIVE DEADLINE REASON".
           MOVE ZEROES TO PENDING-COUNT.
           MOVE LOW-VALUES TO ADR-TRACE.
           PERFORM START-REVIEW-FILE.
           PERFORM LIST-ONE-DEBIT
               UNTIL REVIEW-AT-END = "Y".
           IF PENDING-COUNT = ZEROES
               DISPLAY "NO DEBITS AWAITING A DECISION".

       LIST-ONE-DEBIT.
           PERFORM READ-NEXT-REVIEW-RECORD.
           IF REVIEW-AT-END = "N" AND ADR-PENDING AND
              ADR-COMPANY = COMPANY-CODE
               ADD 1 TO PENDING-COUNT
               PERFORM SET-REASON-TEXT
               PERFORM SET-DEADLINE-FLAG
               MOVE ADR-AMOUNT TO AMOUNT-FIELD
               DISPLAY ADR-TRACE " " ADR-BANK-ACCOUNT " "
                       ADR-COMPANY-ID " " AMOUNT-FIELD " "
                       ADR-EFFECTIVE-DATE " " ADR-DEADLINE " "
                       REASON-TEXT " " DEADLINE-FLAG.

      *------------------------------------------
      * DECIDE - one debit at a time by trace
      * number until a blank trace.
      *------------------------------------------
       DECIDE-DEBITS.
           PERFORM GET-PENDING-DEBIT.
           PERFORM DECIDE-ONE-DEBIT
               UNTIL ADR-TRACE = SPACE.

       DECIDE-ONE-DEBIT.
           PERFORM DISPLAY-THE-DEBIT.
           PERFORM GET-THE-DECISION.
           IF THE-DECISION = "R"
               PERFORM RETURN-THE-DEBIT
           ELSE
           IF THE-DECISION = "A"
               PERFORM ACCEPT-THE-DEBIT.
           PERFORM GET-PENDING-DEBIT.

       GET-PENDING-DEBIT.
           PERFORM ACCEPT-PENDING-TRACE.
           PERFORM RE-ACCEPT-PENDING-TRACE
               UNTIL ADR-TRACE = SPACE OR
                     REVIEW-RECORD-FOUND = "Y".

       ACCEPT-PENDING-TRACE.
           DISPLAY "ENTER TRACE NUMBER OF THE DEBIT".
           DISPLAY "(BLANK TO RETURN TO THE MENU)".
           MOVE SPACE TO ADR-TRACE.
           ACCEPT ADR-TRACE.
           MOVE "N" TO REVIEW-RECORD-FOUND.
           IF ADR-TRACE NOT = SPACE
               PERFORM READ-REVIEW-RECORD
               IF REVIEW-RECORD-FOUND = "Y"
                   IF ADR-COMPANY NOT = COMPANY-CODE OR
                      NOT ADR-PENDING
                       MOVE "N" TO REVIEW-RECORD-FOUND.

       RE-ACCEPT-PENDING-TRACE.
           DISPLAY "NO DEBIT AWAITING A DECISION UNDER THAT TRACE".
           PERFORM ACCEPT-PENDING-TRACE.

       DISPLAY-THE-DEBIT.
           PERFORM SET-REASON-TEXT.
           PERFORM SET-DEADLINE-FLAG.
           DISPLAY " ".
           DISPLAY "   TRACE:        " ADR-TRACE.
           DISPLAY "   BANK ACCOUNT: " ADR-BANK-ACCOUNT.
           DISPLAY "   ORIGINATOR:   " ADR-COMPANY-ID " "
                   ADR-COMPANY-NAME.
           DISPLAY "   DESCRIPTION:  " ADR-ENTRY-DESC.
           MOVE ADR-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "   AMOUNT:       " AMOUNT-FIELD.
           DISPLAY "   EFFECTIVE:    " ADR-EFFECTIVE-DATE
                   "   RECEIVED: " ADR-RECEIVED-DATE.
           DISPLAY "   STOPPED:      " REASON-TEXT.
           IF ADR-OVER-MAXIMUM
               MOVE ADR-MAX-AMOUNT TO AMOUNT-FIELD
               DISPLAY "   MAXIMUM:      " AMOUNT-FIELD.
           DISPLAY "   DECIDE BY:    " ADR-DEADLINE " "
                   DEADLINE-FLAG.
           DISPLAY " ".

       GET-THE-DECISION.
           PERFORM ACCEPT-THE-DECISION.
           PERFORM RE-ACCEPT-THE-DECISION
               UNTIL THE-DECISION = "R" OR "A" OR "S".

       ACCEPT-THE-DECISION.
           DISPLAY "R)ETURN AS UNAUTHORIZED, A)CCEPT, "
                   "OR S)KIP FOR NOW?".
           ACCEPT THE-DECISION.
           INSPECT THE-DECISION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-THE-DECISION.
           DISPLAY "YOU MUST ENTER R, A OR S".
           PERFORM ACCEPT-THE-DECISION.

      *------------------------------------------
      * Return - the bank sends the return, so
      * it must still be inside the deadline.
      *------------------------------------------
       RETURN-THE-DEBIT.
           IF RUN-DATE > ADR-DEADLINE
               DISPLAY "PAST THE RETURN DEADLINE - THE DEBIT CAN "
                       "ONLY BE ACCEPTED"
           ELSE
               PERFORM GET-OK-TO-DECIDE
               IF OK-TO-DECIDE = "Y"
                   PERFORM WRITE-THE-RETURN
                   MOVE "R" TO ADR-STATUS
                   PERFORM RECORD-THE-DECISION
                   DISPLAY "RETURN WRITTEN - SEND achdbret TO THE "
                           "BANK TODAY".

       WRITE-THE-RETURN.
           MOVE ADR-BANK-ACCOUNT   TO ART-BANK-ACCOUNT.
           MOVE ADR-TRACE          TO ART-TRACE.
           MOVE ADR-COMPANY-ID     TO ART-COMPANY-ID.
           MOVE ADR-AMOUNT         TO ART-AMOUNT.
           MOVE ADR-EFFECTIVE-DATE TO ART-EFFECTIVE-DATE.
           MOVE "R29"              TO ART-RETURN-CODE.
           MOVE OPERATOR-ID        TO ART-DECIDED-BY.
           MOVE RUN-DATE           TO ART-DECIDED-DATE.
           WRITE ACH-DEBIT-RETURN-RECORD.

      *------------------------------------------
      * Accept - booked like an authorized
      * debit.  An originator not on the table
      * has no GL account of its own, so one is
      * keyed.
      *------------------------------------------
       ACCEPT-THE-DEBIT.
           MOVE ADR-BANK-ACCOUNT TO BNK-ACCOUNT-CODE.
           PERFORM READ-BANK-RECORD.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY ACCEPT AN "
                       "UNAUTHORIZED DEBIT"
           ELSE
           IF BANK-RECORD-FOUND = "N"
               DISPLAY "BANK ACCOUNT " ADR-BANK-ACCOUNT
                       " NOT ON FILE - CANNOT BOOK THE DEBIT"
           ELSE
               IF ADR-GL-ACCOUNT = ZEROES
                   PERFORM ENTER-ADR-GL-ACCOUNT
               END-IF
               PERFORM GET-OK-TO-DECIDE
               IF OK-TO-DECIDE = "Y"
                   PERFORM POST-THE-DEBIT
                   MOVE "K" TO ADR-STATUS
                   PERFORM RECORD-THE-DECISION
                   DISPLAY "DEBIT ACCEPTED AND BOOKED TO "
                           ADR-GL-ACCOUNT.

       ENTER-ADR-GL-ACCOUNT.
           PERFORM ACCEPT-ADR-GL-ACCOUNT.
           PERFORM RE-ACCEPT-ADR-GL-ACCOUNT
               UNTIL GL-ACCOUNT-FOUND = "Y".

       ACCEPT-ADR-GL-ACCOUNT.
           DISPLAY "ENTER GL ACCOUNT TO BOOK THE DEBIT TO".
           ACCEPT ADR-GL-ACCOUNT.
           MOVE ADR-GL-ACCOUNT TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       RE-ACCEPT-ADR-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE".
           PERFORM ACCEPT-ADR-GL-ACCOUNT.

       POST-THE-DEBIT.
           MOVE ADR-GL-ACCOUNT      TO GLP-ACCOUNT.
           MOVE ADR-AMOUNT          TO GLP-AMOUNT.
           PERFORM WRITE-DEBIT-POST-RECORD.
           MOVE BNK-GL-CASH-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - ADR-AMOUNT.
           PERFORM WRITE-DEBIT-POST-RECORD.

      *------------------------------------------
      * Routines shared by Return and Accept
      *------------------------------------------
       GET-OK-TO-DECIDE.
           PERFORM ACCEPT-OK-TO-DECIDE.
           PERFORM RE-ACCEPT-OK-TO-DECIDE
               UNTIL OK-TO-DECIDE = "Y" OR "N".

       ACCEPT-OK-TO-DECIDE.
           IF THE-DECISION = "R"
               DISPLAY "RETURN THIS DEBIT (Y/N)?"
           ELSE
               DISPLAY "ACCEPT AND BOOK THIS DEBIT (Y/N)?".
           ACCEPT OK-TO-DECIDE.
           INSPECT OK-TO-DECIDE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DECIDE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DECIDE.

       RECORD-THE-DECISION.
           MOVE OPERATOR-ID TO ADR-DECIDED-BY.
           MOVE RUN-DATE    TO ADR-DECIDED-DATE.
           PERFORM REWRITE-REVIEW-RECORD.

       SET-REASON-TEXT.
           IF ADR-NOT-LISTED
               MOVE "NOT AUTHORIZED" TO REASON-TEXT
           ELSE
           IF ADR-INACTIVE
               MOVE "ORIGINATOR INACTIVE" TO REASON-TEXT
           ELSE
           IF ADR-OVER-MAXIMUM
               MOVE "OVER MAXIMUM" TO REASON-TEXT
           ELSE
               MOVE SPACE TO REASON-TEXT.

       SET-DEADLINE-FLAG.
           IF ADR-DEADLINE < RUN-DATE
               MOVE "*** PAST DEADLINE" TO DEADLINE-FLAG
           ELSE
           IF ADR-DEADLINE = RUN-DATE
               MOVE "*** DUE TODAY" TO DEADLINE-FLAG
           ELSE
               MOVE SPACE TO DEADLINE-FLAG.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-REVIEW-RECORD.
           MOVE "Y" TO REVIEW-RECORD-FOUND.
           READ ACH-DEBIT-REVIEW-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REVIEW-RECORD-FOUND.

       REWRITE-REVIEW-RECORD.
           REWRITE ACH-DEBIT-REVIEW-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REVIEW RECORD " ADR-TRACE.

       START-REVIEW-FILE.
           MOVE "N" TO REVIEW-AT-END.
           START ACH-DEBIT-REVIEW-FILE
               KEY IS NOT LESS THAN ADR-TRACE
               INVALID KEY MOVE "Y" TO REVIEW-AT-END.

       READ-NEXT-REVIEW-RECORD.
           READ ACH-DEBIT-REVIEW-FILE NEXT RECORD
               AT END MOVE "Y" TO REVIEW-AT-END.

       READ-BANK-RECORD.
           MOVE "Y" TO BANK-RECORD-FOUND.
           READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BANK-RECORD-FOUND.

       WRITE-DEBIT-POST-RECORD.
           MOVE ADR-EFFECTIVE-DATE TO GLP-RUN-DATE.
           MOVE ZEROES             TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES             TO GLP-CHECK-NO.
           MOVE "ACD"              TO GLP-SOURCE.
           MOVE ADR-COMPANY        TO GLP-COMPANY.
           WRITE GL-POST-RECORD.
