      *       debited, the account's BNK-GL-
      *       CASH-ACCOUNT credited, source
      *       "FEE" - instead of being
      *       eyeballed and never booked,
      *   "D" outside ACH debits against
      *       the ACH debit review log by
      *       account and amount - one
      *       ACHDBR01 authorized, or one
      *       accepted in ACHDEC01; a debit
      *       still stopped or returned is
      *       not booked and stays
      *       unmatched.
      * Anything else lands on the unmatched
      * report, loudly.
      *

           COPY "slglpost.cbl".

           COPY "slachrev.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdglpost.cbl".

           COPY "fdachrev.cbl".

       WORKING-STORAGE SECTION.

       77  STATEMENT-AT-END            PIC X(01) VALUE "N".
           05 CLAIMED-WIRE-COUNT       PIC 9(02) VALUE ZERO.
           05 CLAIMED-WIRE-ENTRY       OCCURS 50 TIMES.
              10 CLAIMED-WIRE-KEY      PIC 9(09).
       01  CLAIMED-DEBIT-TABLE.
           05 CLAIMED-DEBIT-COUNT      PIC 9(02) VALUE ZERO.
           05 CLAIMED-DEBIT-ENTRY      OCCURS 50 TIMES.
              10 CLAIMED-DEBIT-TRACE   PIC X(15).
       77  CLAIM-SUB                   PIC 9(02) COMP.
       77  WIRE-KEY-NUMERIC            PIC 9(09).

           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT ACH-DEBIT-REVIEW-FILE.
           PERFORM READ-CONTROL-RECORD.

       CLOSING-PROCEDURE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ACH-DEBIT-REVIEW-FILE.

       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
           ELSE
           IF BST-TYPE = "F"
               PERFORM POST-FEE-LINE
           ELSE
           IF BST-TYPE = "D"
               PERFORM MATCH-DEBIT-LINE
           ELSE
               PERFORM REPORT-UNMATCHED-LINE.

               MOVE WIRE-KEY-NUMERIC TO
                   CLAIMED-WIRE-KEY (CLAIMED-WIRE-COUNT).

      *------------------------------------------
      * An outside ACH debit should be on the
      * review log for this account and amount,
      * effective on or before the statement
      * date, and booked - authorized on
      * receipt or accepted on review.
      *------------------------------------------
       MATCH-DEBIT-LINE.
           MOVE "N" TO MATCH-FOUND.
           MOVE LOW-VALUES TO ADR-TRACE.
           MOVE "N" TO LOG-AT-END.
           START ACH-DEBIT-REVIEW-FILE
               KEY IS NOT LESS THAN ADR-TRACE
               INVALID KEY MOVE "Y" TO LOG-AT-END.
           PERFORM TRY-ONE-DEBIT-REVIEW
               UNTIL LOG-AT-END = "Y" OR MATCH-FOUND = "Y".
           IF MATCH-FOUND = "Y"
               PERFORM COUNT-MATCHED-LINE
           ELSE
               PERFORM REPORT-UNMATCHED-LINE.

       TRY-ONE-DEBIT-REVIEW.
           READ ACH-DEBIT-REVIEW-FILE NEXT RECORD
               AT END MOVE "Y" TO LOG-AT-END.
           IF LOG-AT-END = "N" AND
              ADR-BANK-ACCOUNT = BST-BANK-ACCOUNT AND
              ADR-AMOUNT = BST-AMOUNT AND
              ADR-EFFECTIVE-DATE NOT > BST-DATE AND
              (ADR-AUTHORIZED OR ADR-ACCEPTED)
               PERFORM CHECK-DEBIT-NOT-CLAIMED
               IF MATCH-FOUND = "Y"
                   PERFORM CLAIM-DEBIT.

       CHECK-DEBIT-NOT-CLAIMED.
           MOVE "Y" TO MATCH-FOUND.
           PERFORM CHECK-ONE-DEBIT-CLAIM
               VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CLAIMED-DEBIT-COUNT.

       CHECK-ONE-DEBIT-CLAIM.
           IF CLAIMED-DEBIT-TRACE (CLAIM-SUB) = ADR-TRACE
               MOVE "N" TO MATCH-FOUND.

       CLAIM-DEBIT.
           IF CLAIMED-DEBIT-COUNT < 50
               ADD 1 TO CLAIMED-DEBIT-COUNT
               MOVE ADR-TRACE TO
                   CLAIMED-DEBIT-TRACE (CLAIMED-DEBIT-COUNT).

      *------------------------------------------
      * A coded fee line books itself: fee
      * expense debited, the account's cash
