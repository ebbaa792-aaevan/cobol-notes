      * run draws on; CHKPRT01 prints the MICR
      * line from it; GLPOST01 posts the cash
      * side against its GL cash account.
      * The account's signing limits - over the
      * facsimile limit a check needs a live
      * signature, over the two-signer limit
      * two - are kept here too, with the
      * blank check-stock reorder level.
      * Every add and every field changed goes
      * on the audit log (source "B", keyed by
      * account code) with its before and after
      * values.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slbank.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdbank.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
       77  THE-MODE                     PIC X(7).
       77  WHICH-FIELD                  PIC 9(02).
       77  BANK-RECORD-FOUND            PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  ADD-ANOTHER                  PIC X.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.

       OPENING-PROCEDURE.
           OPEN I-O BANK-ACCOUNT-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "B"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - every change made here goes
      * on the audit log under the operator's
      * ID, so the ID must be on file in
      * OPERATOR-FILE before this program will
      * let anyone in.
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
       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-BANK-RECORD.
           MOVE BNK-ACCOUNT-CODE TO MAUD-KEY.
           MOVE BNK-NAME         TO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ENTER-BNK-ACH-COMPANY-ID.
           PERFORM ENTER-BNK-GL-CASH-ACCOUNT.
           PERFORM ENTER-BNK-LAST-CHECK.
           PERFORM ENTER-BNK-FACSIMILE-LIMIT.
           PERFORM ENTER-BNK-TWO-SIGNER-LIMIT.
           PERFORM ENTER-BNK-REORDER-LEVEL.

      *------------------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 16.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-15) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE BNK-ACCOUNT-CODE TO MAUD-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           IF WHICH-FIELD = 1
               PERFORM ENTER-BNK-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-BNK-GL-CASH-ACCOUNT.
           IF WHICH-FIELD = 12
               PERFORM ENTER-BNK-LAST-CHECK.
           IF WHICH-FIELD = 13
               PERFORM ENTER-BNK-FACSIMILE-LIMIT.
           IF WHICH-FIELD = 14
               PERFORM ENTER-BNK-TWO-SIGNER-LIMIT.
           IF WHICH-FIELD = 15
               PERFORM ENTER-BNK-REORDER-LEVEL.

           PERFORM REWRITE-BANK-RECORD.
           PERFORM LOG-MASTER-CHANGES.

      *------------------------------------------
      * INQUIRE
                          BNK-MICR-ROUTING
                          BNK-MICR-ACCOUNT
                          BNK-GL-CASH-ACCOUNT
                          BNK-LAST-CHECK
                          BNK-FACSIMILE-LIMIT
                          BNK-TWO-SIGNER-LIMIT
                          BNK-STOCK-REORDER-LEVEL.

      *------------------------------------------
      * Routines shared by Add and Change
           DISPLAY "12. ENTER LAST CHECK NUMBER USED".
           ACCEPT BNK-LAST-CHECK.

      *------------------------------------------
      * A two-signer limit below the facsimile
      * limit would ask for two signatures on a
      * check that needs no live one - refused,
      * whichever of the two is changed.
      *------------------------------------------
       ENTER-BNK-FACSIMILE-LIMIT.
           DISPLAY "13. ENTER FACSIMILE-SIGNATURE LIMIT - A CHECK "
                   "OVER THIS NEEDS A LIVE SIGNATURE (0 = NONE)".
           ACCEPT BNK-FACSIMILE-LIMIT.
           PERFORM RE-ACCEPT-BNK-TWO-SIGNER
               UNTIL BNK-TWO-SIGNER-LIMIT = ZEROES OR
                     BNK-TWO-SIGNER-LIMIT NOT <
                         BNK-FACSIMILE-LIMIT.

       ENTER-BNK-TWO-SIGNER-LIMIT.
           PERFORM ACCEPT-BNK-TWO-SIGNER-LIMIT.
           PERFORM RE-ACCEPT-BNK-TWO-SIGNER
               UNTIL BNK-TWO-SIGNER-LIMIT = ZEROES OR
                     BNK-TWO-SIGNER-LIMIT NOT <
                         BNK-FACSIMILE-LIMIT.

       ACCEPT-BNK-TWO-SIGNER-LIMIT.
           DISPLAY "14. ENTER TWO-SIGNER LIMIT - A CHECK OVER "
                   "THIS NEEDS TWO LIVE SIGNATURES (0 = NONE)".
           ACCEPT BNK-TWO-SIGNER-LIMIT.

       RE-ACCEPT-BNK-TWO-SIGNER.
           DISPLAY "TWO-SIGNER LIMIT CANNOT BE BELOW THE "
                   "FACSIMILE LIMIT".
           PERFORM ACCEPT-BNK-TWO-SIGNER-LIMIT.

       ENTER-BNK-REORDER-LEVEL.
           DISPLAY "15. ENTER CHECK-STOCK REORDER LEVEL - FORMS "
                   "ON HAND (0 = NO WARNING)".
           ACCEPT BNK-STOCK-REORDER-LEVEL.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
           DISPLAY "10. ACH COMPANY ID: " BNK-ACH-COMPANY-ID.
           DISPLAY "11. GL CASH ACCOUNT: " BNK-GL-CASH-ACCOUNT.
           DISPLAY "12. LAST CHECK USED: " BNK-LAST-CHECK.
           DISPLAY "13. FACSIMILE LIMIT: " BNK-FACSIMILE-LIMIT.
           DISPLAY "14. TWO-SIGNER LIMIT: " BNK-TWO-SIGNER-LIMIT.
           DISPLAY "15. STOCK REORDER LEVEL: "
                   BNK-STOCK-REORDER-LEVEL.
           DISPLAY " ".

      *------------------------------------------
      * Every field on the record, for the
      * before/after audit (see WSAUDMST.CBL).
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "NAME" TO MAUD-FIELD-NAME.
           MOVE BNK-NAME TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ROUTING" TO MAUD-FIELD-NAME.
           MOVE BNK-ROUTING TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ACCOUNT-NUMBER" TO MAUD-FIELD-NAME.
           MOVE BNK-ACCOUNT-NUMBER TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "MICR-ROUTING" TO MAUD-FIELD-NAME.
           MOVE BNK-MICR-ROUTING TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "MICR-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE BNK-MICR-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ACH-ORIGIN-ROUTING" TO MAUD-FIELD-NAME.
           MOVE BNK-ACH-ORIGIN-ROUTING TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ACH-ORIGIN-ID" TO MAUD-FIELD-NAME.
           MOVE BNK-ACH-ORIGIN-ID TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ACH-DESTINATION-ID" TO MAUD-FIELD-NAME.
           MOVE BNK-ACH-DESTINATION-ID TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ACH-COMPANY-NAME" TO MAUD-FIELD-NAME.
           MOVE BNK-ACH-COMPANY-NAME TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ACH-COMPANY-ID" TO MAUD-FIELD-NAME.
           MOVE BNK-ACH-COMPANY-ID TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "GL-CASH-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE BNK-GL-CASH-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "LAST-CHECK" TO MAUD-FIELD-NAME.
           MOVE BNK-LAST-CHECK TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "FACSIMILE-LIMIT" TO MAUD-FIELD-NAME.
           MOVE BNK-FACSIMILE-LIMIT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "TWO-SIGNER-LIMIT" TO MAUD-FIELD-NAME.
           MOVE BNK-TWO-SIGNER-LIMIT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "STOCK-REORDER-LEVEL" TO MAUD-FIELD-NAME.
           MOVE BNK-STOCK-REORDER-LEVEL TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
           REWRITE BANK-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BANK ACCOUNT RECORD".

           COPY "plaudmst.cbl".
