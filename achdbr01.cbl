       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDBR01.
      *------------------------------------------
      * Morning ACH debit block check.  Every
      * debit notice the bank sent overnight
      * (achdebit - one line per ACH debit an
      * outside company has pulled from one of
      * our accounts) is checked against the
      * authorized originator table ACOMNT01
      * keeps:
      *
      *   - the originator is on the table for
      *     that account, active, and the debit
      *     is not over its maximum: the debit
      *     is authorized and booked at once -
      *     the originator's GL account debited,
      *     the account's cash credited, GL
      *     source "ACD", dated the debit's
      *     effective date;
      *
      *   - anything else is stopped: not
      *     listed, listed but inactive, or
      *     over the maximum.  It waits on the
      *     ACHDEC01 decision screen to be
      *     returned to the bank as
      *     unauthorized or accepted, and must
      *     be decided by its deadline -
      *     ACH-DECISION-DAYS banking days after
      *     the effective date, the last day
      *     the bank can still send the return.
      *
      * Every notice goes on the review log
      * keyed by its trace number, so a notice
      * the bank sends again is skipped, not
      * booked twice.  The report lists the
      * morning's debits and then every stopped
      * debit still waiting for a decision,
      * with those due today or already past
      * their deadline flagged.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slachntc.cbl".

           COPY "slachrev.cbl".

           COPY "slachorg.cbl".

           COPY "slbank.cbl".

           COPY "slglpost.cbl".

           COPY "slbnkcal.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdachntc.cbl".

           COPY "fdachrev.cbl".

           COPY "fdachorg.cbl".

           COPY "fdbank.cbl".

           COPY "fdglpost.cbl".

           COPY "fdbnkcal.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

       77  NOTICE-AT-END               PIC X(01).
       77  REVIEW-AT-END               PIC X(01).
       77  REVIEW-RECORD-FOUND         PIC X(01).
       77  ORIGINATOR-RECORD-FOUND     PIC X(01).
       77  BANK-RECORD-FOUND           PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).
       77  ACH-DECISION-DAYS           PIC 9(02) VALUE 1.

       77  NOTICE-COUNT                PIC 9(05) VALUE ZERO.
       77  DUPLICATE-COUNT             PIC 9(05) VALUE ZERO.
       77  AUTHORIZED-COUNT            PIC 9(05) VALUE ZERO.
       77  AUTHORIZED-TOTAL            PIC 9(09)V99 VALUE ZERO.
       77  STOPPED-COUNT               PIC 9(05) VALUE ZERO.
       77  STOPPED-TOTAL               PIC 9(09)V99 VALUE ZERO.
       77  PENDING-COUNT               PIC 9(05) VALUE ZERO.
       77  PENDING-TOTAL               PIC 9(09)V99 VALUE ZERO.
       77  OVERDUE-COUNT               PIC 9(05) VALUE ZERO.

       77  COUNT-FIELD                 PIC ZZZZ9.
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99.
       77  TOTAL-FIELD                 PIC ZZZ,ZZZ,ZZ9.99.
       77  REASON-TEXT                 PIC X(20).
       77  DEADLINE-FLAG               PIC X(20).

           COPY "wsbnkday.cbl".

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
           MOVE "ACHDBR01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "ACH DEBIT BLOCK REVIEW" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT ACH-DEBIT-NOTICE-FILE.
           OPEN I-O ACH-DEBIT-REVIEW-FILE.
           OPEN INPUT AUTH-ORIGINATOR-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT BANK-CALENDAR-FILE.
           OPEN EXTEND GL-POST-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE ACH-DEBIT-NOTICE-FILE.
           CLOSE ACH-DEBIT-REVIEW-FILE.
           CLOSE AUTH-ORIGINATOR-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE BANK-CALENDAR-FILE.
           CLOSE GL-POST-FILE.

       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

       MAIN-PROCESS.
           PERFORM PRINT-NOTICE-HEADING.
           MOVE "N" TO NOTICE-AT-END.
           PERFORM READ-NEXT-NOTICE.
           IF NOTICE-AT-END = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "NO ACH DEBIT NOTICES IN achdebit"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM CHECK-ONE-NOTICE
               UNTIL NOTICE-AT-END = "Y".
           PERFORM PRINT-NOTICE-TOTALS.
           PERFORM PRINT-PENDING-DEBITS.

      *------------------------------------------
      * One notice.  A trace already on the
      * review log has been checked before.
      *------------------------------------------
       CHECK-ONE-NOTICE.
           ADD 1 TO NOTICE-COUNT.
           MOVE ADN-TRACE TO ADR-TRACE.
           PERFORM READ-REVIEW-RECORD.
           IF REVIEW-RECORD-FOUND = "Y"
               ADD 1 TO DUPLICATE-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING ADN-TRACE " ALREADY CHECKED "
                      ADR-RECEIVED-DATE " - SKIPPED"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM REVIEW-THE-NOTICE.
           PERFORM READ-NEXT-NOTICE.

       REVIEW-THE-NOTICE.
           PERFORM BUILD-REVIEW-RECORD.
           PERFORM CLASSIFY-THE-DEBIT.
           IF ADR-REASON = SPACE
               PERFORM AUTHORIZE-THE-DEBIT
           ELSE
               PERFORM STOP-THE-DEBIT.
           PERFORM WRITE-REVIEW-RECORD.
           PERFORM PRINT-NOTICE-LINE.

       BUILD-REVIEW-RECORD.
           MOVE ADN-TRACE          TO ADR-TRACE.
           MOVE ADN-BANK-ACCOUNT   TO ADR-BANK-ACCOUNT.
           MOVE ADN-COMPANY-ID     TO ADR-COMPANY-ID.
           MOVE ADN-COMPANY-NAME   TO ADR-COMPANY-NAME.
           MOVE ADN-AMOUNT         TO ADR-AMOUNT.
           MOVE ADN-EFFECTIVE-DATE TO ADR-EFFECTIVE-DATE.
           MOVE ADN-ENTRY-DESC     TO ADR-ENTRY-DESC.
           MOVE RUN-DATE           TO ADR-RECEIVED-DATE.
           MOVE SPACE              TO ADR-REASON
                                      ADR-DECIDED-BY.
           MOVE ZEROES             TO ADR-DEADLINE
                                      ADR-MAX-AMOUNT
                                      ADR-GL-ACCOUNT
                                      ADR-DECIDED-DATE.
           MOVE COMPANY-CODE       TO ADR-COMPANY.

      *------------------------------------------
      * The originator is looked up under the
      * account the debit hit.  The cash side
      * needs the bank account too - a debit to
      * an account not on file cannot be booked
      * and is stopped as not listed.
      *------------------------------------------
       CLASSIFY-THE-DEBIT.
           MOVE ADN-BANK-ACCOUNT TO ACO-BANK-ACCOUNT
                                    BNK-ACCOUNT-CODE.
           MOVE ADN-COMPANY-ID   TO ACO-COMPANY-ID.
           PERFORM READ-ORIGINATOR-RECORD.
           PERFORM READ-BANK-RECORD.
           IF ORIGINATOR-RECORD-FOUND = "N" OR
              BANK-RECORD-FOUND = "N"
               MOVE "U" TO ADR-REASON
           ELSE
               MOVE ACO-MAX-AMOUNT TO ADR-MAX-AMOUNT
               MOVE ACO-GL-ACCOUNT TO ADR-GL-ACCOUNT
               IF ACO-STATUS NOT = "A"
                   MOVE "I" TO ADR-REASON
               ELSE
               IF ADN-AMOUNT > ACO-MAX-AMOUNT
                   MOVE "O" TO ADR-REASON.

       AUTHORIZE-THE-DEBIT.
           MOVE "A" TO ADR-STATUS.
           PERFORM POST-THE-DEBIT.
           ADD 1 TO AUTHORIZED-COUNT.
           ADD ADN-AMOUNT TO AUTHORIZED-TOTAL.

       POST-THE-DEBIT.
           MOVE ADR-GL-ACCOUNT      TO GLP-ACCOUNT.
           MOVE ADR-AMOUNT          TO GLP-AMOUNT.
           PERFORM WRITE-DEBIT-POST-RECORD.
           MOVE BNK-GL-CASH-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - ADR-AMOUNT.
           PERFORM WRITE-DEBIT-POST-RECORD.

      *    The bank can still return the debit until the
      *    deadline - counted in banking days from the
      *    effective date.
       STOP-THE-DEBIT.
           MOVE "P" TO ADR-STATUS.
           MOVE ADN-EFFECTIVE-DATE TO BANKING-TEST-DATE.
           MOVE ACH-DECISION-DAYS TO BANKING-DAYS-TO-ADD.
           PERFORM ADD-BANKING-DAYS.
           MOVE BANKING-TEST-DATE TO ADR-DEADLINE.
           ADD 1 TO STOPPED-COUNT.
           ADD ADN-AMOUNT TO STOPPED-TOTAL.

      *------------------------------------------
      * Report lines - the morning's notices
      *------------------------------------------
       PRINT-NOTICE-HEADING.
           MOVE SPACE TO PRINT-LINE
           STRING "ACH DEBITS RECEIVED " RUN-DATE
                  " - COMPANY " COMPANY-CODE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "AC COMPANY ID ORIGINATOR       EFFECTIVE "
                  "      AMOUNT  TRACE           RESULT"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-NOTICE-LINE.
           PERFORM SET-REASON-TEXT.
           MOVE ADR-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF ADR-AUTHORIZED
               STRING ADR-BANK-ACCOUNT " " ADR-COMPANY-ID " "
                      ADR-COMPANY-NAME " " ADR-EFFECTIVE-DATE " "
                      AMOUNT-FIELD "  " ADR-TRACE " BOOKED TO "
                      ADR-GL-ACCOUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING ADR-BANK-ACCOUNT " " ADR-COMPANY-ID " "
                      ADR-COMPANY-NAME " " ADR-EFFECTIVE-DATE " "
                      AMOUNT-FIELD "  " ADR-TRACE " STOPPED - "
                      REASON-TEXT " DECIDE BY " ADR-DEADLINE
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

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

       PRINT-NOTICE-TOTALS.
           PERFORM PRINT-A-LINE.
           MOVE NOTICE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "NOTICES READ          " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE DUPLICATE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ALREADY CHECKED       " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE AUTHORIZED-COUNT TO COUNT-FIELD.
           MOVE AUTHORIZED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "AUTHORIZED AND BOOKED " COUNT-FIELD
                  "  " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE STOPPED-COUNT TO COUNT-FIELD.
           MOVE STOPPED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "STOPPED FOR REVIEW    " COUNT-FIELD
                  "  " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Report lines - every stopped debit, this
      * morning's or earlier, still waiting for
      * its decision in ACHDEC01.
      *------------------------------------------
       PRINT-PENDING-DEBITS.
           MOVE SPACE TO PRINT-LINE
           STRING "STOPPED DEBITS AWAITING RETURN/ACCEPT "
                  "DECISION (ACHDEC01)"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LOW-VALUES TO ADR-TRACE.
           PERFORM START-REVIEW-FILE.
           PERFORM PRINT-ONE-PENDING-DEBIT
               UNTIL REVIEW-AT-END = "Y".
           MOVE PENDING-COUNT TO COUNT-FIELD.
           MOVE PENDING-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "AWAITING DECISION     " COUNT-FIELD
                  "  " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF OVERDUE-COUNT NOT = ZEROES
               MOVE OVERDUE-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "*** " COUNT-FIELD " PAST THE RETURN "
                      "DEADLINE - CAN ONLY BE ACCEPTED ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-ONE-PENDING-DEBIT.
           PERFORM READ-NEXT-REVIEW-RECORD.
           IF REVIEW-AT-END = "N" AND ADR-PENDING AND
              ADR-COMPANY = COMPANY-CODE
               PERFORM PRINT-PENDING-LINE.

       PRINT-PENDING-LINE.
           ADD 1 TO PENDING-COUNT.
           ADD ADR-AMOUNT TO PENDING-TOTAL.
           PERFORM SET-REASON-TEXT.
           IF ADR-DEADLINE < RUN-DATE
               MOVE "*** PAST DEADLINE" TO DEADLINE-FLAG
               ADD 1 TO OVERDUE-COUNT
           ELSE
           IF ADR-DEADLINE = RUN-DATE
               MOVE "*** DUE TODAY" TO DEADLINE-FLAG
           ELSE
               MOVE SPACE TO DEADLINE-FLAG.
           MOVE ADR-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING ADR-BANK-ACCOUNT " " ADR-COMPANY-ID " "
                  ADR-COMPANY-NAME " " ADR-EFFECTIVE-DATE " "
                  AMOUNT-FIELD "  " ADR-TRACE " " REASON-TEXT
                  " BY " ADR-DEADLINE " " DEADLINE-FLAG
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-NOTICE.
           READ ACH-DEBIT-NOTICE-FILE
               AT END MOVE "Y" TO NOTICE-AT-END.

       READ-REVIEW-RECORD.
           MOVE "Y" TO REVIEW-RECORD-FOUND.
           READ ACH-DEBIT-REVIEW-FILE RECORD
               INVALID KEY
                   MOVE "N" TO REVIEW-RECORD-FOUND.

       WRITE-REVIEW-RECORD.
           WRITE ACH-DEBIT-REVIEW-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING REVIEW RECORD " ADR-TRACE.

       START-REVIEW-FILE.
           MOVE "N" TO REVIEW-AT-END.
           START ACH-DEBIT-REVIEW-FILE
               KEY IS NOT LESS THAN ADR-TRACE
               INVALID KEY MOVE "Y" TO REVIEW-AT-END.

       READ-NEXT-REVIEW-RECORD.
           READ ACH-DEBIT-REVIEW-FILE NEXT RECORD
               AT END MOVE "Y" TO REVIEW-AT-END.

       READ-ORIGINATOR-RECORD.
           MOVE "Y" TO ORIGINATOR-RECORD-FOUND.
           READ AUTH-ORIGINATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO ORIGINATOR-RECORD-FOUND.

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

           COPY "plbnkday.cbl".

           COPY "plprint.cbl".
