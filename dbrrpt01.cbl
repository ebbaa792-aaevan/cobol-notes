       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBRRPT01.
      *------------------------------------------
      * Debit-balance vendors and refund-request
      * letters.  When a vendor's open credit
      * memos, overpayments and unapplied
      * advances outweigh what we owe it, the
      * money just sits - CRDAPP01 only helps
      * if a new invoice comes along to apply
      * against.  This run nets, for every
      * vendor in the company's books:
      *
      *   - the open balance of each live
      *     voucher (amount less paid - an
      *     invoice counts for the vendor, a
      *     credit memo or an overpaid voucher
      *     against it);
      *   - the unapplied part of each advance
      *     on the advance ledger.
      *
      * Every vendor whose net is in our favor
      * is listed with the date of its oldest
      * open debit item - the credit memo's
      * date, the overpayment's paid date, the
      * advance's date - and how many days ago
      * that was, plus any refund request
      * already open.  The clerk then keys the
      * vendors to write to, and each gets a
      * refund-request letter on the same
      * spooled report, one to a page, itemizing
      * the balance.  The request is kept on
      * REFUND-REQUEST-FILE; a vendor written to
      * again while its request is still open
      * gets a follow-up on the same request.
      * VRCMNT01 closes the request when the
      * refund check arrives.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "sladvldg.cbl".

           COPY "slrfnreq.cbl".

           COPY "sloper01.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdadvldg.cbl".

           COPY "fdrfnreq.cbl".

           COPY "fdoper01.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  VENDOR-AT-END               PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  ADVANCE-AT-END              PIC X(01).
       77  REQUEST-AT-END              PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-DAY-INTEGER             PIC 9(07).
       77  COMPANY-CODE                PIC 9(01).
       77  REQUEST-OPERATOR            PIC X(08).

      *------------------------------------------
      * One vendor's position.  WALK-MODE "C"
      * only adds it up; "P" also prints each
      * item on the letter.
      *------------------------------------------
       77  WALK-MODE                   PIC X(01).
       77  WALK-VENDOR                 PIC 9(05).
       77  ITEM-BALANCE                PIC S9(07)V99.
       77  ITEM-DATE                   PIC 9(08).
       77  OWED-TO-VENDOR              PIC S9(09)V99.
       77  CREDITS-DUE-US              PIC S9(09)V99.
       77  ADVANCES-DUE-US             PIC S9(09)V99.
       77  NET-DUE-US                  PIC S9(09)V99.
       77  OLDEST-DEBIT-DATE           PIC 9(08).
       77  DAYS-IN-OUR-FAVOR           PIC 9(05).

      *------------------------------------------
      * The vendor's open refund request, if
      * any, and the next sequence to write.
      *------------------------------------------
       77  OPEN-REQUEST-FOUND          PIC X(01).
       77  OPEN-REQUEST-SEQUENCE       PIC 9(03).
       77  OPEN-REQUEST-DATE           PIC 9(08).
       77  NEXT-REQUEST-SEQUENCE       PIC 9(03).

      *------------------------------------------
      * The vendors listed, for the clerk to
      * choose from.
      *------------------------------------------
       77  LISTED-COUNT                PIC 9(03) VALUE ZERO.
       77  LISTED-INDEX                PIC 9(03).
       77  LISTED-TABLE-FULL           PIC X(01) VALUE "N".
       77  LISTED-VENDOR-FOUND         PIC X(01).
       01  LISTED-TABLE.
           05 LST-ENTRY                OCCURS 500 TIMES.
              10 LST-VENDOR            PIC 9(05).
              10 LST-NET               PIC S9(09)V99.
              10 LST-LETTER-SENT       PIC X(01).

       77  ENTERED-VENDOR              PIC 9(05).
       77  LISTED-TOTAL                PIC S9(11)V99 VALUE ZERO.
       77  LETTER-COUNT                PIC 9(05) VALUE ZERO.
       77  FOLLOW-UP-COUNT             PIC 9(05) VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  OWED-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77  CREDITS-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.
       77  ADVANCES-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  DAYS-FIELD                  PIC ZZZZ9.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  SINCE-WORDS                 PIC X(08).
       77  REQUEST-WORDS               PIC X(08).

           COPY "wscase01.cbl".

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
           COMPUTE RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.
           CLOSE OPERATOR-FILE.
           MOVE OPERATOR-ID TO REQUEST-OPERATOR.
           PERFORM SET-COMPANY-CODE.
           MOVE "DBRRPT01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "DEBIT-BALANCE VENDORS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT ADVANCE-LEDGER-FILE.
           OPEN I-O REFUND-REQUEST-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE ADVANCE-LEDGER-FILE.
           CLOSE REFUND-REQUEST-FILE.

      *------------------------------------------
      * Sign-on - every refund request is
      * recorded under the operator's ID, so
      * the ID must be on file in OPERATOR-
      * FILE before this program will let
      * anyone in.
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
           PERFORM PRINT-LIST-HEADINGS.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM CHECK-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           PERFORM PRINT-LIST-TOTALS.
           IF LISTED-COUNT NOT = ZEROES
               PERFORM CHOOSE-REFUND-REQUESTS.
           PERFORM PRINT-LETTER-TOTALS.

      *------------------------------------------
      * The list.
      *------------------------------------------
       PRINT-LIST-HEADINGS.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDORS WITH A NET BALANCE IN OUR FAVOR - "
                  "RUN DATE " RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR NAME                          "
                  "   WE OWE THEM  CREDITS/OVERPAID"
                  "        ADVANCES      NET DUE US"
                  "  SINCE     DAYS  REQUESTED"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       CHECK-ONE-VENDOR.
           MOVE "C" TO WALK-MODE.
           MOVE VENDOR-NUMBER TO WALK-VENDOR.
           PERFORM ADD-UP-VENDOR-POSITION.
           IF NET-DUE-US > ZEROES
               PERFORM LIST-THE-VENDOR.
           PERFORM READ-NEXT-VENDOR-RECORD.

       LIST-THE-VENDOR.
           PERFORM FIND-OPEN-REQUEST.
           MOVE OWED-TO-VENDOR  TO OWED-FIELD.
           MOVE CREDITS-DUE-US  TO CREDITS-FIELD.
           MOVE ADVANCES-DUE-US TO ADVANCES-FIELD.
           MOVE NET-DUE-US      TO AMOUNT-FIELD.
           IF OLDEST-DEBIT-DATE = 99999999
               MOVE SPACE TO SINCE-WORDS
               MOVE ZEROES TO DAYS-FIELD
           ELSE
               MOVE OLDEST-DEBIT-DATE TO SINCE-WORDS
               COMPUTE DAYS-IN-OUR-FAVOR = RUN-DAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (OLDEST-DEBIT-DATE)
               MOVE DAYS-IN-OUR-FAVOR TO DAYS-FIELD.
           IF OPEN-REQUEST-FOUND = "Y"
               MOVE OPEN-REQUEST-DATE TO REQUEST-WORDS
           ELSE
               MOVE "NONE" TO REQUEST-WORDS.
           MOVE SPACE TO PRINT-LINE
           STRING VENDOR-NUMBER " " VENDOR-NAME " "
                  OWED-FIELD " " CREDITS-FIELD " "
                  ADVANCES-FIELD " " AMOUNT-FIELD " "
                  SINCE-WORDS " " DAYS-FIELD "  "
                  REQUEST-WORDS
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           ADD NET-DUE-US TO LISTED-TOTAL.
           IF LISTED-COUNT < 500
               ADD 1 TO LISTED-COUNT
               MOVE VENDOR-NUMBER TO LST-VENDOR (LISTED-COUNT)
               MOVE NET-DUE-US    TO LST-NET (LISTED-COUNT)
               MOVE "N"           TO LST-LETTER-SENT (LISTED-COUNT)
           ELSE
               MOVE "Y" TO LISTED-TABLE-FULL.

       PRINT-LIST-TOTALS.
           PERFORM PRINT-A-LINE.
           IF LISTED-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 500 VENDORS - ONLY THE FIRST "
                      "500 CAN BE SENT A LETTER THIS RUN ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE LISTED-COUNT TO COUNT-FIELD.
           MOVE LISTED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDORS IN OUR FAVOR: " COUNT-FIELD
                  "   TOTAL DUE US: " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * The vendor's live vouchers and open
      * advances for this company.  A negative
      * open balance is a debit item; its date
      * is the credit memo's own date, or the
      * day an invoice was overpaid.
      *------------------------------------------
       ADD-UP-VENDOR-POSITION.
           MOVE ZEROES TO OWED-TO-VENDOR
                          CREDITS-DUE-US
                          ADVANCES-DUE-US.
           MOVE 99999999 TO OLDEST-DEBIT-DATE.
           MOVE WALK-VENDOR TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM WALK-ONE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           MOVE WALK-VENDOR TO ADV-VENDOR.
           MOVE ZEROES TO ADV-VOUCHER-NUMBER.
           MOVE "N" TO ADVANCE-AT-END.
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY MOVE "Y" TO ADVANCE-AT-END.
           IF ADVANCE-AT-END = "N"
               PERFORM READ-NEXT-ADVANCE-RECORD.
           PERFORM WALK-ONE-ADVANCE
               UNTIL ADVANCE-AT-END = "Y".
           COMPUTE NET-DUE-US =
               CREDITS-DUE-US + ADVANCES-DUE-US - OWED-TO-VENDOR.

       WALK-ONE-VOUCHER.
           IF VOUCHER-VENDOR NOT = WALK-VENDOR
               MOVE "Y" TO VOUCHER-AT-END
           ELSE
               IF VOUCHER-COMPANY = COMPANY-CODE
                   COMPUTE ITEM-BALANCE =
                       VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
                   IF ITEM-BALANCE > ZEROES
                       ADD ITEM-BALANCE TO OWED-TO-VENDOR
                       IF WALK-MODE = "P"
                           PERFORM PRINT-OPEN-INVOICE-ITEM
                       END-IF
                   ELSE
                   IF ITEM-BALANCE < ZEROES
                       SUBTRACT ITEM-BALANCE FROM CREDITS-DUE-US
                       IF VOUCHER-AMOUNT < ZEROES
                           MOVE VOUCHER-DATE TO ITEM-DATE
                       ELSE
                           MOVE VOUCHER-PAID-DATE TO ITEM-DATE
                       END-IF
                       PERFORM NOTE-DEBIT-DATE
                       IF WALK-MODE = "P"
                           PERFORM PRINT-CREDIT-ITEM
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-VOUCHER-RECORD.

       WALK-ONE-ADVANCE.
           IF ADV-VENDOR NOT = WALK-VENDOR
               MOVE "Y" TO ADVANCE-AT-END
           ELSE
               COMPUTE ITEM-BALANCE =
                   ADV-AMOUNT - ADV-APPLIED-AMOUNT
               IF ITEM-BALANCE > ZEROES AND
                  ADV-COMPANY = COMPANY-CODE
                   ADD ITEM-BALANCE TO ADVANCES-DUE-US
                   MOVE ADV-DATE TO ITEM-DATE
                   PERFORM NOTE-DEBIT-DATE
                   IF WALK-MODE = "P"
                       PERFORM PRINT-ADVANCE-ITEM
                   END-IF
               END-IF
               PERFORM READ-NEXT-ADVANCE-RECORD.

       NOTE-DEBIT-DATE.
           IF ITEM-DATE NOT = ZEROES AND
              ITEM-DATE < OLDEST-DEBIT-DATE
               MOVE ITEM-DATE TO OLDEST-DEBIT-DATE.

      *------------------------------------------
      * The vendor's open request - the oldest
      * still open for this company - and the
      * next sequence number to write under.
      *------------------------------------------
       FIND-OPEN-REQUEST.
           MOVE "N" TO OPEN-REQUEST-FOUND.
           MOVE ZEROES TO OPEN-REQUEST-SEQUENCE
                          OPEN-REQUEST-DATE.
           MOVE 1 TO NEXT-REQUEST-SEQUENCE.
           MOVE WALK-VENDOR TO RFR-VENDOR.
           MOVE ZEROES TO RFR-SEQUENCE.
           MOVE "N" TO REQUEST-AT-END.
           START REFUND-REQUEST-FILE KEY IS NOT LESS THAN RFR-KEY
               INVALID KEY MOVE "Y" TO REQUEST-AT-END.
           PERFORM CHECK-ONE-REQUEST
               UNTIL REQUEST-AT-END = "Y".

       CHECK-ONE-REQUEST.
           PERFORM READ-NEXT-REQUEST-RECORD.
           IF REQUEST-AT-END = "N"
               IF RFR-VENDOR NOT = WALK-VENDOR
                   MOVE "Y" TO REQUEST-AT-END
               ELSE
                   COMPUTE NEXT-REQUEST-SEQUENCE = RFR-SEQUENCE + 1
                   IF RFR-STATUS = "O" AND
                      RFR-COMPANY = COMPANY-CODE AND
                      OPEN-REQUEST-FOUND = "N"
                       MOVE "Y"              TO OPEN-REQUEST-FOUND
                       MOVE RFR-SEQUENCE     TO OPEN-REQUEST-SEQUENCE
                       MOVE RFR-REQUEST-DATE TO OPEN-REQUEST-DATE.

      *------------------------------------------
      * The clerk picks the vendors to write to
      * from the list just printed.
      *------------------------------------------
       CHOOSE-REFUND-REQUESTS.
           MOVE 1 TO ENTERED-VENDOR.
           PERFORM CHOOSE-ONE-VENDOR
               UNTIL ENTERED-VENDOR = ZEROES.

       CHOOSE-ONE-VENDOR.
           DISPLAY " ".
           DISPLAY "ENTER VENDOR NUMBER TO SEND A REFUND REQUEST".
           DISPLAY "ENTER 0 WHEN DONE".
           MOVE ZEROES TO ENTERED-VENDOR.
           ACCEPT ENTERED-VENDOR.
           IF ENTERED-VENDOR NOT = ZEROES
               PERFORM FIND-LISTED-VENDOR
               IF LISTED-VENDOR-FOUND = "N"
                   DISPLAY "THAT VENDOR IS NOT ON THE LIST"
               ELSE
               IF LST-LETTER-SENT (LISTED-INDEX) = "Y"
                   DISPLAY "A LETTER HAS ALREADY PRINTED THIS RUN"
               ELSE
                   PERFORM SEND-REFUND-REQUEST.

       FIND-LISTED-VENDOR.
           MOVE "N" TO LISTED-VENDOR-FOUND.
           MOVE 1 TO LISTED-INDEX.
           PERFORM LOOK-AT-LISTED-VENDOR
               UNTIL LISTED-VENDOR-FOUND = "Y" OR
                     LISTED-INDEX > LISTED-COUNT.

       LOOK-AT-LISTED-VENDOR.
           IF LST-VENDOR (LISTED-INDEX) = ENTERED-VENDOR
               MOVE "Y" TO LISTED-VENDOR-FOUND
           ELSE
               ADD 1 TO LISTED-INDEX.

       SEND-REFUND-REQUEST.
           MOVE ENTERED-VENDOR TO VENDOR-NUMBER WALK-VENDOR.
           PERFORM READ-VENDOR-RECORD.
           PERFORM FIND-OPEN-REQUEST.
           PERFORM PRINT-THE-LETTER.
           PERFORM RECORD-THE-REQUEST.
           MOVE "Y" TO LST-LETTER-SENT (LISTED-INDEX).
           DISPLAY "REFUND REQUEST PRINTED".

      *    A follow-up keeps the open request - the request date
      *    stays the first letter's, so its age keeps showing.
       RECORD-THE-REQUEST.
           IF OPEN-REQUEST-FOUND = "Y"
               MOVE WALK-VENDOR           TO RFR-VENDOR
               MOVE OPEN-REQUEST-SEQUENCE TO RFR-SEQUENCE
               PERFORM READ-REQUEST-RECORD
               MOVE RUN-DATE    TO RFR-LAST-LETTER-DATE
               ADD 1            TO RFR-LETTER-COUNT
               MOVE NET-DUE-US  TO RFR-AMOUNT
               MOVE REQUEST-OPERATOR TO RFR-OPERATOR
               PERFORM REWRITE-REQUEST-RECORD
               ADD 1 TO FOLLOW-UP-COUNT
           ELSE
               MOVE WALK-VENDOR           TO RFR-VENDOR
               MOVE NEXT-REQUEST-SEQUENCE TO RFR-SEQUENCE
               MOVE COMPANY-CODE  TO RFR-COMPANY
               MOVE RUN-DATE      TO RFR-REQUEST-DATE
                                     RFR-LAST-LETTER-DATE
               MOVE 1             TO RFR-LETTER-COUNT
               MOVE NET-DUE-US    TO RFR-AMOUNT
               MOVE "O"           TO RFR-STATUS
               MOVE ZEROES        TO RFR-RECEIVED-AMOUNT
                                     RFR-RECEIPT-NUMBER
                                     RFR-CLOSED-DATE
               MOVE REQUEST-OPERATOR TO RFR-OPERATOR
               PERFORM WRITE-REQUEST-RECORD.
           ADD 1 TO LETTER-COUNT.

      *------------------------------------------
      * The letter - one to a page, to the
      * vendor's main address, itemizing the
      * balance from the files as they stand.
      *------------------------------------------
       PRINT-THE-LETTER.
           PERFORM START-NEW-REPORT-PAGE.
           PERFORM PRINT-A-LINE.
           MOVE VENDOR-NAME TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF VENDOR-CONTACT NOT = SPACE
               MOVE SPACE TO PRINT-LINE
               STRING "ATTN: " VENDOR-CONTACT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE VENDOR-ADDRESS-1 TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF VENDOR-ADDRESS-2 NOT = SPACE
               MOVE VENDOR-ADDRESS-2 TO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING VENDOR-CITY " " VENDOR-STATE " " VENDOR-ZIP
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "DATE " RUN-DATE
                  "          OUR VENDOR NUMBER " VENDOR-NUMBER
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           IF OPEN-REQUEST-FOUND = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "SECOND REQUEST - FIRST REQUESTED "
                      OPEN-REQUEST-DATE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "RE: REQUEST FOR REFUND OF CREDIT BALANCE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "OUR RECORDS SHOW YOUR ACCOUNT WITH US CARRIES "
                  "A BALANCE IN OUR FAVOR, MADE UP"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "AS FOLLOWS:"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "P" TO WALK-MODE.
           PERFORM ADD-UP-VENDOR-POSITION.
           MOVE NET-DUE-US TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   BALANCE DUE TO US"
                  "                                      "
                  AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "WE HAVE NO FURTHER INVOICES FROM YOU TO APPLY "
                  "THIS BALANCE AGAINST.  PLEASE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "SEND A REFUND CHECK FOR " AMOUNT-FIELD
                  " TO ACCOUNTS PAYABLE, QUOTING"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "YOUR VENDOR NUMBER ABOVE.  IF YOUR RECORDS "
                  "DIFFER, PLEASE CALL US."
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "ACCOUNTS PAYABLE" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *    The letter shows what is in our favor as a plus and
      *    the invoices netted against it as a minus.
       PRINT-CREDIT-ITEM.
           COMPUTE AMOUNT-FIELD = ZERO - ITEM-BALANCE.
           MOVE SPACE TO PRINT-LINE
           IF VOUCHER-AMOUNT < ZEROES
               STRING "   CREDIT MEMO     " VOUCHER-INVOICE
                      "  DATED " ITEM-DATE "      "
                      AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "   OVERPAYMENT OF  " VOUCHER-INVOICE
                      "  PAID  " ITEM-DATE "      "
                      AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ADVANCE-ITEM.
           MOVE ITEM-BALANCE TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   ADVANCE PAID    " ADV-VOUCHER-NUMBER
                  "          PAID  " ITEM-DATE "      "
                  AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-OPEN-INVOICE-ITEM.
           COMPUTE AMOUNT-FIELD = ZERO - ITEM-BALANCE.
           MOVE SPACE TO PRINT-LINE
           STRING "   LESS INVOICE    " VOUCHER-INVOICE
                  "  DATED " VOUCHER-DATE "      "
                  AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-LETTER-TOTALS.
           PERFORM START-NEW-REPORT-PAGE.
           MOVE LETTER-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "REFUND REQUESTS PRINTED:  " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE FOLLOW-UP-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "  OF WHICH FOLLOW-UPS:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-ADVANCE-RECORD.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-AT-END.

       READ-NEXT-REQUEST-RECORD.
           READ REFUND-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUEST-AT-END.

       READ-REQUEST-RECORD.
           READ REFUND-REQUEST-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR READING REFUND REQUEST RECORD".

       WRITE-REQUEST-RECORD.
           WRITE REFUND-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING REFUND REQUEST RECORD".

       REWRITE-REQUEST-RECORD.
           REWRITE REFUND-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REFUND REQUEST RECORD".

           COPY "plprint.cbl".
