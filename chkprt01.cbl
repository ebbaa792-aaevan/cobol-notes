      * checks reprint.  That mode is the one
      * place this program writes VOUCHER-FILE
      * and the bank-account master.
      *
      * The signature block prints the
      * facsimile only up to the drawing
      * account's BNK-FACSIMILE-LIMIT.  A check
      * over it prints with the block left
      * blank for a live signature - two over
      * BNK-TWO-SIGNER-LIMIT - goes on the
      * manual-signature log, and the run ends
      * with a spooled list of every check on
      * the log still waiting for its
      * signatures, today's and any earlier
      * day's, so none leaves the building
      * unsigned.  CHKSGN01 records each
      * signature as it is put on.
      *
      * Every blank form the run puts through
      * the printer is accounted for against
      * the check-stock file (CHKSTK01) in
      * serial order from the first form the
      * operator loaded - used for a check or
      * for an alignment test - and a spoiled
      * check's form is marked spoiled.  A form
      * that is not on hand in the stock file
      * is called out at once.  An account
      * with no stock received on file prints
      * without form accounting.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slpospay.cbl".

           COPY "slchksgn.cbl".

           COPY "slchkstk.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdpospay.cbl".

           COPY "fdchksgn.cbl".

           COPY "fdchkstk.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VOUCHER-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  DETAIL-AT-END               PIC X(01).
       77  POSPAY-AMOUNT-IN-CENTS      PIC 9(10).
       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.
       77  SCAN-AT-END                 PIC X(01).

      *------------------------------------------
      * Signing limits of the account the check
      * is drawn on, and how many live
      * signatures the check in hand needs -
      * zero prints the facsimile.
      *------------------------------------------
       77  SIGN-BANK-ACCOUNT           PIC 9(02).
       77  SIGN-FACSIMILE-LIMIT        PIC 9(08)V99 VALUE ZERO.
       77  SIGN-TWO-SIGNER-LIMIT       PIC 9(08)V99 VALUE ZERO.
       77  SIGNATURES-REQUIRED         PIC 9(01) VALUE ZERO.
       77  SIGN-INDEX                  PIC 9(01).
       77  SIGNATURE-RECORD-FOUND      PIC X(01).
       77  SIGNATURE-AT-END            PIC X(01).
       77  MANUAL-SIGN-COUNT           PIC 9(05) VALUE ZERO.
       77  AWAITING-COUNT              PIC 9(05) VALUE ZERO.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  CARRIED-WORDS               PIC X(08).

      *------------------------------------------
      * Blank-form accounting.  NEXT-FORM-SERIAL
      * is the serial of the next form the
      * printer will take.
      *------------------------------------------
       77  STOCK-IS-TRACKED            PIC X(01) VALUE "N".
       77  STOCK-AT-END                PIC X(01).
       77  STOCK-RECORD-FOUND          PIC X(01).
       77  FIRST-ON-HAND-SERIAL        PIC 9(07).
       77  NEXT-FORM-SERIAL            PIC 9(07) VALUE ZERO.
       77  FORM-USE-STATUS             PIC X(01).
       77  FORM-CHECK-ACCOUNT          PIC 9(02).
       77  FORM-CHECK-NO               PIC 9(06).
       77  FORMS-USED-COUNT            PIC 9(05) VALUE ZERO.
       77  FORM-EXCEPTION-COUNT        PIC 9(05) VALUE ZERO.
       77  SERIAL-FIELD                PIC Z(6)9.

      *------------------------------------------
      * One printed check per check number.
      * GROUP-CHECK-NO is the check being

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "CHKPRT01" TO JRN-PROGRAM.
           OPEN I-O RUN-CONTROL-FILE.
           OPEN I-O PAYMENT-DETAIL-FILE.
           OPEN EXTEND POSITIVE-PAY-FILE.
           OPEN I-O CHECK-SIGNATURE-FILE.
           OPEN I-O CHECK-STOCK-FILE.
           PERFORM SELECT-BANK-ACCOUNT.
           PERFORM LOCATE-FIRST-FORM.
           PERFORM OFFER-ALIGNMENT-TEST.
           PERFORM ASK-PRINT-RUN-MODE.

           ELSE
               MOVE BNK-ACCOUNT-CODE TO STOCK-BANK-ACCOUNT
               MOVE BNK-MICR-ROUTING TO MICR-ROUTING-NUMBER
               MOVE BNK-MICR-ACCOUNT TO MICR-ACCOUNT-NUMBER
               PERFORM LOAD-SIGNING-LIMITS.

       LOAD-SIGNING-LIMITS.
           MOVE BNK-ACCOUNT-CODE     TO SIGN-BANK-ACCOUNT.
           MOVE BNK-FACSIMILE-LIMIT  TO SIGN-FACSIMILE-LIMIT.
           MOVE BNK-TWO-SIGNER-LIMIT TO SIGN-TWO-SIGNER-LIMIT.

      *------------------------------------------
      * Which form is first in the printer?  The
      * lowest serial still on hand for the
      * account is offered; the operator keys
      * the serial actually loaded if it is
      * another.
      *------------------------------------------
       LOCATE-FIRST-FORM.
           MOVE "N" TO STOCK-IS-TRACKED.
           MOVE ZEROES TO FIRST-ON-HAND-SERIAL.
           MOVE STOCK-BANK-ACCOUNT TO STK-BANK-ACCOUNT.
           MOVE ZEROES TO STK-SERIAL.
           MOVE "N" TO STOCK-AT-END.
           START CHECK-STOCK-FILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY MOVE "Y" TO STOCK-AT-END.
           IF STOCK-AT-END = "N"
               PERFORM READ-NEXT-STOCK-RECORD.
           PERFORM SCAN-ONE-STOCK-FORM
               UNTIL STOCK-AT-END = "Y".
           IF STOCK-IS-TRACKED = "Y"
               PERFORM ASK-FIRST-FORM-SERIAL.

       SCAN-ONE-STOCK-FORM.
           IF STK-BANK-ACCOUNT NOT = STOCK-BANK-ACCOUNT
               MOVE "Y" TO STOCK-AT-END
           ELSE
               MOVE "Y" TO STOCK-IS-TRACKED
               IF STK-STATUS = "H"
                   MOVE STK-SERIAL TO FIRST-ON-HAND-SERIAL
                   MOVE "Y" TO STOCK-AT-END
               ELSE
                   PERFORM READ-NEXT-STOCK-RECORD.

       ASK-FIRST-FORM-SERIAL.
           IF FIRST-ON-HAND-SERIAL = ZEROES
               DISPLAY "*** NO BLANK CHECK STOCK ON HAND FOR THIS "
                       "ACCOUNT ***"
           ELSE
               MOVE FIRST-ON-HAND-SERIAL TO SERIAL-FIELD
               DISPLAY "FIRST BLANK FORM ON HAND IS SERIAL "
                       SERIAL-FIELD.
           DISPLAY "ENTER SERIAL OF THE FIRST FORM LOADED "
                   "(0 FOR THE FIRST ON HAND)".
           ACCEPT NEXT-FORM-SERIAL.
           IF NEXT-FORM-SERIAL = ZEROES
               MOVE FIRST-ON-HAND-SERIAL TO NEXT-FORM-SERIAL.
           IF NEXT-FORM-SERIAL = ZEROES
               DISPLAY "A FORM SERIAL MUST BE ENTERED"
               PERFORM ASK-FIRST-FORM-SERIAL.

       ASK-PRINT-RUN-MODE.
           DISPLAY "FULL PRINT RUN, OR SPOILED-CHECK REPRINT (F/S)?".
           MOVE "ANYTOWN"          TO PAYEE-CITY.
           MOVE "NY"               TO PAYEE-STATE.
           MOVE "00000"            TO PAYEE-ZIP.
           MOVE ZERO               TO SIGNATURES-REQUIRED.
           PERFORM SPLIT-PAID-AMOUNT.
           PERFORM SPELL-AMOUNT-IN-WORDS.
           PERFORM DISPLAY-CHECK-LAYOUT.
           MOVE "T"    TO FORM-USE-STATUS.
           MOVE ZEROES TO FORM-CHECK-ACCOUNT
                          FORM-CHECK-NO.
           PERFORM ACCOUNT-FOR-ONE-FORM.
           PERFORM ASK-RUN-ALIGNMENT-TEST.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-PRINT-TOTALS.
           PERFORM PRINT-MANUAL-SIGNATURE-LIST.
           MOVE "CHKPRT01" TO RNC-PROGRAM.
           MOVE ZERO TO RNC-COMPANY.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE CHECK-SIGNATURE-FILE.
           CLOSE CHECK-STOCK-FILE.

       WRITE-RUN-CONTROL-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
       PRINT-ONE-CHECK.
           PERFORM SPLIT-PAID-AMOUNT.
           PERFORM SPELL-AMOUNT-IN-WORDS.
           PERFORM SET-SIGNATURES-REQUIRED.
           PERFORM DISPLAY-CHECK-LAYOUT.
           MOVE "U"               TO FORM-USE-STATUS.
           MOVE SIGN-BANK-ACCOUNT TO FORM-CHECK-ACCOUNT.
           MOVE GROUP-CHECK-NO    TO FORM-CHECK-NO.
           PERFORM ACCOUNT-FOR-ONE-FORM.
           IF SIGNATURES-REQUIRED NOT = ZERO
               PERFORM LOG-MANUAL-SIGNATURE-CHECK.

      *------------------------------------------
      * The bank resolution: over the facsimile
      * limit one live signature, over the two-
      * signer limit two.  A zero limit is no
      * limit.
      *------------------------------------------
       SET-SIGNATURES-REQUIRED.
           MOVE ZERO TO SIGNATURES-REQUIRED.
           IF SIGN-FACSIMILE-LIMIT NOT = ZEROES AND
              GROUP-PRINT-AMOUNT > SIGN-FACSIMILE-LIMIT
               MOVE 1 TO SIGNATURES-REQUIRED.
           IF SIGN-TWO-SIGNER-LIMIT NOT = ZEROES AND
              GROUP-PRINT-AMOUNT > SIGN-TWO-SIGNER-LIMIT
               MOVE 2 TO SIGNATURES-REQUIRED.

      *------------------------------------------
      * The form just printed is the next one in
      * the printer.  A serial that is not on
      * hand - never received, or already used -
      * means the stock in the printer is not
      * what the file says, and is shouted at
      * once; the count still moves on so the
      * rest of the run stays in step with the
      * paper.
      *------------------------------------------
       ACCOUNT-FOR-ONE-FORM.
           IF STOCK-IS-TRACKED = "Y"
               MOVE STOCK-BANK-ACCOUNT TO STK-BANK-ACCOUNT
               MOVE NEXT-FORM-SERIAL   TO STK-SERIAL
               PERFORM READ-STOCK-RECORD
               IF STOCK-RECORD-FOUND = "N" OR
                  STK-STATUS NOT = "H"
                   MOVE NEXT-FORM-SERIAL TO SERIAL-FIELD
                   DISPLAY "*** FORM " SERIAL-FIELD
                           " IS NOT ON HAND IN CHECK STOCK - "
                           "CHECK THE PRINTER ***"
                   ADD 1 TO FORM-EXCEPTION-COUNT
               ELSE
                   PERFORM MARK-FORM-USED
               END-IF
               ADD 1 TO NEXT-FORM-SERIAL.

       MARK-FORM-USED.
           MOVE FORM-USE-STATUS    TO STK-STATUS.
           MOVE FORM-CHECK-ACCOUNT TO STK-CHECK-ACCOUNT.
           MOVE FORM-CHECK-NO      TO STK-CHECK-NO.
           MOVE RUN-DATE           TO STK-USED-DATE.
           IF SIGNED-ON-OPERATOR = SPACE
               MOVE "CHKPRT01" TO STK-USED-BY
           ELSE
               MOVE SIGNED-ON-OPERATOR TO STK-USED-BY.
           MOVE SPACE              TO STK-NOTE.
           PERFORM REWRITE-STOCK-RECORD.
           ADD 1 TO FORMS-USED-COUNT.

       LOG-MANUAL-SIGNATURE-CHECK.
           ADD 1 TO MANUAL-SIGN-COUNT.
           MOVE SIGN-BANK-ACCOUNT  TO CSG-BANK-ACCOUNT.
           MOVE GROUP-CHECK-NO     TO CSG-CHECK-NO.
           MOVE GROUP-VENDOR       TO CSG-VENDOR.
           MOVE VENDOR-NAME        TO CSG-PAYEE-NAME.
           MOVE GROUP-PRINT-AMOUNT TO CSG-AMOUNT.
           MOVE RUN-DATE           TO CSG-PRINT-DATE.
           MOVE SIGNATURES-REQUIRED TO CSG-REQUIRED.
           MOVE "A"                TO CSG-STATUS.
           PERFORM CLEAR-ONE-SIGNATURE
               VARYING SIGN-INDEX FROM 1 BY 1
               UNTIL SIGN-INDEX > 2.
           PERFORM WRITE-SIGNATURE-RECORD.

       CLEAR-ONE-SIGNATURE.
           MOVE SPACE  TO CSG-SIGNER (SIGN-INDEX).
           MOVE ZEROES TO CSG-SIGNED-DATE (SIGN-INDEX)
                          CSG-SIGNED-TIME (SIGN-INDEX).

      *------------------------------------------
      * Spoiled-check reprint.  The operator

       REISSUE-THE-CHECK.
           PERFORM LOG-SPOILED-CHECK.
           PERFORM VOID-SPOILED-SIGNATURE.
           PERFORM SPOIL-THE-FORM.
           PERFORM WRITE-POSPAY-VOID-RECORD.
           MOVE "V" TO CHK-STATUS.
           PERFORM REWRITE-CHECK-REGISTER-RECORD.
               PERFORM GET-VOUCHER-VENDOR
               MOVE REPLACEMENT-CHECK-NO TO GROUP-CHECK-NO
               MOVE CHK-AMOUNT           TO GROUP-PRINT-AMOUNT
               MOVE CHK-VENDOR           TO GROUP-VENDOR
               PERFORM PRINT-ONE-CHECK
               ADD 1 TO REPRINTED-COUNT
               MOVE ZEROES TO GROUP-CHECK-NO.
           ELSE
               ADD 1 TO BNK-LAST-CHECK
               MOVE BNK-LAST-CHECK TO REPLACEMENT-CHECK-NO
               PERFORM REWRITE-BANK-RECORD
               PERFORM LOAD-SIGNING-LIMITS.

      *------------------------------------------
      * A spoiled check waiting on the manual-
      * signature log is dead paper - its entry
      * is closed out so the signers are not
      * chased for it; the replacement logs
      * afresh when it prints.
      *------------------------------------------
       VOID-SPOILED-SIGNATURE.
           MOVE CHK-BANK-ACCOUNT TO CSG-BANK-ACCOUNT.
           MOVE CHK-CHECK-NO     TO CSG-CHECK-NO.
           PERFORM READ-SIGNATURE-RECORD.
           IF SIGNATURE-RECORD-FOUND = "Y"
               MOVE "V" TO CSG-STATUS
               PERFORM REWRITE-SIGNATURE-RECORD.

      *------------------------------------------
      * The form the spoiled check was printed
      * on is found by its check key and marked
      * spoiled.
      *------------------------------------------
       SPOIL-THE-FORM.
           MOVE CHK-BANK-ACCOUNT TO STK-CHECK-ACCOUNT.
           MOVE CHK-CHECK-NO     TO STK-CHECK-NO.
           MOVE "N" TO STOCK-AT-END.
           START CHECK-STOCK-FILE KEY IS NOT LESS THAN STK-CHECK-KEY
               INVALID KEY MOVE "Y" TO STOCK-AT-END.
           IF STOCK-AT-END = "N"
               PERFORM READ-NEXT-STOCK-RECORD.
           PERFORM SPOIL-ONE-FORM
               UNTIL STOCK-AT-END = "Y".

       SPOIL-ONE-FORM.
           IF STK-CHECK-ACCOUNT NOT = CHK-BANK-ACCOUNT OR
              STK-CHECK-NO NOT = CHK-CHECK-NO
               MOVE "Y" TO STOCK-AT-END
           ELSE
               IF STK-STATUS = "U"
                   MOVE "S"      TO STK-STATUS
                   MOVE RUN-DATE TO STK-USED-DATE
                   PERFORM REWRITE-STOCK-RECORD
               END-IF
               PERFORM READ-NEXT-STOCK-RECORD.

       LOG-SPOILED-CHECK.
           MOVE CHK-CHECK-NO        TO SPL-OLD-CHECK-NO.
      * the check prints from the payee block
      * captured on the voucher itself.
       GET-VOUCHER-VENDOR.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO VENDOR-NAME
               MOVE VOUCHER-OT-ADDRESS-1  TO PAYEE-ADDRESS-1
               MOVE SPACE                 TO PAYEE-ADDRESS-2
               VARYING STUB-INDEX FROM 1 BY 1
               UNTIL STUB-INDEX > STUB-COUNT.
           DISPLAY " ".
           PERFORM DISPLAY-SIGNATURE-BLOCK.
           DISPLAY " ".
           DISPLAY ":" MICR-ROUTING-NUMBER ":" MICR-ACCOUNT-NUMBER
                   ":" VOUCHER-CHECK-NO-FIELD.
           DISPLAY "=========================================".

      *    Over the limit the signature lines print empty -
      *    no facsimile plate on the check.
       DISPLAY-SIGNATURE-BLOCK.
           IF SIGNATURES-REQUIRED = ZERO
               DISPLAY "                         "
                       "/S/ FACSIMILE SIGNATURE"
               DISPLAY "                         "
                       "______________________________"
           ELSE
               DISPLAY " "
               DISPLAY "                         "
                       "______________________________"
               DISPLAY "                         "
                       "AUTHORIZED SIGNATURE"
               IF SIGNATURES-REQUIRED = 2
                   DISPLAY " "
                   DISPLAY "                         "
                           "______________________________"
                   DISPLAY "                         "
                           "AUTHORIZED SIGNATURE"
                   DISPLAY "                         "
                           "TWO SIGNATURES REQUIRED".

       DISPLAY-ONE-STUB-LINE.
           MOVE STB-AMOUNT (STUB-INDEX) TO VOUCHER-AMOUNT-FIELD.
           DISPLAY "VOUCHER " STB-VOUCHER-NUMBER (STUB-INDEX)
           DISPLAY "CHECKS PRINTED: " PRINTED-COUNT.
           IF PRINT-RUN-MODE = "S"
               DISPLAY "SPOILED CHECKS REPRINTED: " REPRINTED-COUNT.
           DISPLAY "CHECKS NEEDING A LIVE SIGNATURE: "
                   MANUAL-SIGN-COUNT.
           IF STOCK-IS-TRACKED = "Y"
               DISPLAY "BLANK FORMS USED FROM STOCK: "
                       FORMS-USED-COUNT
               MOVE NEXT-FORM-SERIAL TO SERIAL-FIELD
               DISPLAY "NEXT FORM IN THE PRINTER: " SERIAL-FIELD
               IF FORM-EXCEPTION-COUNT NOT = ZEROES
                   DISPLAY "*** FORMS NOT ON HAND IN STOCK: "
                           FORM-EXCEPTION-COUNT " ***".

      *------------------------------------------
      * The manual-signature list for the
      * signers - every check on the log still
      * waiting, with a line for each signature
      * it still needs.  One printed before
      * today is CARRIED - it has been sitting
      * unsigned and someone must find it.
      *------------------------------------------
       PRINT-MANUAL-SIGNATURE-LIST.
           MOVE "CHKPRT01" TO REPORT-ID.
           MOVE "CHECKS AWAITING MANUAL SIGNATURE"
               TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE SPACE TO PRINT-LINE
           STRING "ACCT CHECK  PAYEE                          "
                  "        AMOUNT SIGS PRINTED"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LOW-VALUES TO CSG-KEY.
           MOVE "N" TO SIGNATURE-AT-END.
           START CHECK-SIGNATURE-FILE KEY IS NOT LESS THAN CSG-KEY
               INVALID KEY MOVE "Y" TO SIGNATURE-AT-END.
           IF SIGNATURE-AT-END = "N"
               PERFORM READ-NEXT-SIGNATURE-RECORD.
           PERFORM LIST-ONE-SIGNATURE-CHECK
               UNTIL SIGNATURE-AT-END = "Y".
           MOVE SPACE TO PRINT-LINE
           IF AWAITING-COUNT = ZEROES
               STRING "NO CHECK IS WAITING FOR A MANUAL SIGNATURE"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE AWAITING-COUNT TO COUNT-FIELD
               STRING "CHECKS AWAITING SIGNATURE: " COUNT-FIELD
                      "  - NONE MAY BE RELEASED UNTIL SIGNED"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM CLOSE-THE-REPORT.

       LIST-ONE-SIGNATURE-CHECK.
           IF CSG-STATUS = "A"
               PERFORM PRINT-ONE-SIGNATURE-CHECK.
           PERFORM READ-NEXT-SIGNATURE-RECORD.

       PRINT-ONE-SIGNATURE-CHECK.
           ADD 1 TO AWAITING-COUNT.
           MOVE CSG-AMOUNT TO VOUCHER-AMOUNT-FIELD.
           IF CSG-PRINT-DATE < RUN-DATE
               MOVE "CARRIED" TO CARRIED-WORDS
           ELSE
               MOVE SPACE TO CARRIED-WORDS.
           MOVE SPACE TO PRINT-LINE
           STRING CSG-BANK-ACCOUNT "   " CSG-CHECK-NO " "
                  CSG-PAYEE-NAME " " VOUCHER-AMOUNT-FIELD "  "
                  CSG-REQUIRED "   " CSG-PRINT-DATE " "
                  CARRIED-WORDS
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-SIGNATURE-LINE
               VARYING SIGN-INDEX FROM 1 BY 1
               UNTIL SIGN-INDEX > CSG-REQUIRED.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-SIGNATURE-LINE.
           MOVE SPACE TO PRINT-LINE
           IF CSG-SIGNER (SIGN-INDEX) NOT = SPACE
               STRING "           SIGNATURE " SIGN-INDEX
                      "  SIGNED BY " CSG-SIGNER (SIGN-INDEX)
                      " ON " CSG-SIGNED-DATE (SIGN-INDEX)
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "           SIGNATURE " SIGN-INDEX
                      "  ____________________________"
                      "  DATE __________"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               ADD 1 TO VOUCHERS-READ.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
               INVALID KEY
               DISPLAY "ERROR REWRITING BANK ACCOUNT RECORD".

       READ-SIGNATURE-RECORD.
           MOVE "Y" TO SIGNATURE-RECORD-FOUND.
           READ CHECK-SIGNATURE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SIGNATURE-RECORD-FOUND.

       READ-NEXT-SIGNATURE-RECORD.
           READ CHECK-SIGNATURE-FILE NEXT RECORD
               AT END MOVE "Y" TO SIGNATURE-AT-END.

       READ-STOCK-RECORD.
           MOVE "Y" TO STOCK-RECORD-FOUND.
           READ CHECK-STOCK-FILE RECORD
               INVALID KEY
                  MOVE "N" TO STOCK-RECORD-FOUND.

       READ-NEXT-STOCK-RECORD.
           READ CHECK-STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO STOCK-AT-END.

       REWRITE-STOCK-RECORD.
           REWRITE CHECK-STOCK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK STOCK RECORD".

       WRITE-SIGNATURE-RECORD.
           WRITE CHECK-SIGNATURE-RECORD
               INVALID KEY
               DISPLAY "CHECK " CSG-CHECK-NO
                       " ALREADY ON THE SIGNATURE LOG".

       REWRITE-SIGNATURE-RECORD.
           REWRITE CHECK-SIGNATURE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SIGNATURE LOG RECORD".

           COPY "plvjrnl.cbl".

           COPY "plprint.cbl".

           COPY "plvopen.cbl".
