
           COPY "slvndarc.cbl".

           COPY "slw9ltr.cbl".

           COPY "slseclog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdvndarc.cbl".

           COPY "fdw9ltr.cbl".

           COPY "fdseclog.cbl".

       WORKING-STORAGE SECTION.

      *77  OK-TO-DELETE        PIC X.

       77  NOTE-ANSWER          PIC X.
       77  ARCHIVE-RECORD-FOUND PIC X.
       77  LETTER-AT-END        PIC X.
       77  LETTER-TYPE-WORDS    PIC X(22).
       77  LETTER-REASON-WORDS  PIC X(12).

           COPY "wscase01.cbl".

           COPY "wsvnote.cbl".

           COPY "wsmask.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT OPERATOR-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           OPEN INPUT VENDOR-ARCHIVE-FILE.
           OPEN INPUT W9-LETTER-FILE.
           OPEN EXTEND SECURITY-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-MASK-AUTHORITY.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE VENDOR-ARCHIVE-FILE.
           CLOSE W9-LETTER-FILE.
           CLOSE SECURITY-LOG-FILE.

       SIGN-ON-OPERATOR.
           PERFORM ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

      *------------------------------------------
      * Bank account and tax ID show last four
      * only, unless this operator holds the
      * full-display authority - and then each
      * full display is on the security log.
      *------------------------------------------
       SET-MASK-AUTHORITY.
           MOVE OPERATOR-AUTH-FLAG (7) TO MASK-FULL-ALLOWED.
           MOVE OPERATOR-ID            TO MASK-OPERATOR.
           MOVE "VNDINQ01"             TO MASK-PROGRAM.

      *------------------------------------------
      * MENU
      *------------------------------------------
           PERFORM DISPLAY-ALL-FIELDS.
           MOVE VENDOR-NUMBER TO VNOTE-VENDOR.
           PERFORM DISPLAY-VENDOR-NOTES.
           PERFORM DISPLAY-W9-LETTERS.
           PERFORM OFFER-ADD-NOTE.

           PERFORM GET-VENDOR-RECORD.
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM OFFER-ADD-NOTE.

      *------------------------------------------
      * W-9 request history - every letter the
      * W9LTR01 run has sent the vendor, and the
      * day it was referred for backup-
      * withholding review, oldest first.
      *------------------------------------------
       DISPLAY-W9-LETTERS.
           MOVE VENDOR-NUMBER TO W9L-VENDOR.
           MOVE ZEROES TO W9L-SEQUENCE.
           MOVE "N" TO LETTER-AT-END.
           START W9-LETTER-FILE KEY IS NOT LESS THAN W9L-KEY
               INVALID KEY MOVE "Y" TO LETTER-AT-END.
           IF LETTER-AT-END = "N"
               PERFORM READ-NEXT-W9-LETTER.
           IF LETTER-AT-END = "N"
               DISPLAY "   W-9 REQUESTS:"
               PERFORM DISPLAY-ONE-W9-LETTER
                   UNTIL LETTER-AT-END = "Y".

       DISPLAY-ONE-W9-LETTER.
           IF W9L-TYPE = "1"
               MOVE "FIRST REQUEST" TO LETTER-TYPE-WORDS
           ELSE
           IF W9L-TYPE = "2"
               MOVE "SECOND NOTICE" TO LETTER-TYPE-WORDS
           ELSE
               MOVE "SENT FOR B/W REVIEW" TO LETTER-TYPE-WORDS.
           IF W9L-REASON = "M"
               MOVE "NONE ON FILE" TO LETTER-REASON-WORDS
           ELSE
               MOVE "TOO OLD" TO LETTER-REASON-WORDS.
           DISPLAY "   " W9L-DATE
                   " " LETTER-TYPE-WORDS
                   " " LETTER-REASON-WORDS
                   " " W9L-OPERATOR.
           PERFORM READ-NEXT-W9-LETTER.

       READ-NEXT-W9-LETTER.
           READ W9-LETTER-FILE NEXT RECORD
               AT END MOVE "Y" TO LETTER-AT-END.
           IF LETTER-AT-END = "N"
               IF W9L-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO LETTER-AT-END.

      *------------------------------------------
      * Name search - starts the alternate index
      * on VENDOR-NAME at the entered text and
           DISPLAY "6. VENDOR-ZIP: " VENDOR-ZIP.
           DISPLAY "7. VENDOR-CONTACT: " VENDOR-CONTACT.
           DISPLAY "8. VENDOR-PHONE:: " VENDOR-PHONE.
           PERFORM SHOW-VENDOR-TAX-ID.
           DISPLAY "   VENDOR-TAX-ID: " MASK-RESULT.
           IF VENDOR-PAYMENT-METHOD = "A" OR
              VENDOR-PAYMENT-METHOD = "W"
               PERFORM SHOW-VENDOR-BANK-ACCOUNT
               DISPLAY "   VENDOR-BANK-ACCOUNT: " MASK-RESULT.

       SHOW-VENDOR-TAX-ID.
           MOVE VENDOR-TAX-ID TO MASK-SOURCE.
           MOVE SPACE TO MASK-DETAIL.
           STRING "TAX ID VENDOR " VENDOR-NUMBER
               DELIMITED BY SIZE INTO MASK-DETAIL.
           PERFORM SHOW-SENSITIVE-NUMBER.

       SHOW-VENDOR-BANK-ACCOUNT.
           MOVE VENDOR-BANK-ACCOUNT TO MASK-SOURCE.
           MOVE SPACE TO MASK-DETAIL.
           STRING "ACCOUNT VENDOR " VENDOR-NUMBER
               DELIMITED BY SIZE INTO MASK-DETAIL.
           PERFORM SHOW-SENSITIVE-NUMBER.

           COPY "plvnote.cbl".

           COPY "plmask.cbl".

           COPY "plmasklg.cbl".
