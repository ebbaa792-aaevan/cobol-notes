       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFLTR01.
      *------------------------------------------
      * Vendor balance confirmations for the
      * external auditors.  Every year the
      * auditors pick vendors and ask each one
      * to confirm what we owed it at year
      * end; the letters used to be typed.
      * This program prints them, one letter to
      * a page on the spooled report:
      *
      *   - the vendors are either keyed in as
      *     a list, or taken as the top N by
      *     balance owed on the as-of date;
      *   - each vendor's balance is rebuilt
      *     as of that date exactly the way
      *     APTRB01 builds the trial balance -
      *     every voucher dated on or before
      *     it, live file and archive, less
      *     only the payments dated on or
      *     before it - and the letter lists
      *     the invoices open then;
      *   - the foot of the letter is a reply
      *     section the vendor signs and sends
      *     back to the auditors.
      *
      * Each letter is recorded on CONFIRMATION-
      * FILE.  When a reply comes back it is
      * keyed here with the balance the vendor
      * reported, and the difference is kept.
      * The unanswered report lists every
      * confirmation still waiting on a reply,
      * and every reply that did not agree.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpaydtl.cbl".

           COPY "slcnfrm.cbl".

           COPY "sloper01.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

           SELECT CONFIRM-SORT-FILE ASSIGN TO "cnfsrt".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdcnfrm.cbl".

           COPY "fdoper01.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       SD  CONFIRM-SORT-FILE.
       01  CONFIRM-SORT-RECORD.
           05 CS-VENDOR                 PIC 9(05).
           05 CS-VOUCHER-NUMBER         PIC 9(07).
           05 CS-INVOICE                PIC X(15).
           05 CS-VOUCHER-DATE           PIC 9(08).
           05 CS-BALANCE                PIC S9(07)V99.

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 3.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  CONFIRM-OPERATOR            PIC X(08).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  CONFIRMATION-FOUND          PIC X(01).

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  SORT-AT-END                 PIC X(01).
       77  CONFIRMATION-AT-END         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-DAY-INTEGER             PIC 9(07).
       77  AS-OF-DATE                  PIC 9(08).
       77  AS-OF-FORMATTED             PIC X(10).
       77  AUDITOR-NAME                PIC X(40).

      *------------------------------------------
      * The as-of balance, as APTRB01 builds it.
      *------------------------------------------
       77  PH-INDEX                    PIC 9(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DETAIL-ROWS-FOUND           PIC X(01).
       77  DETAIL-WALK-VOUCHER         PIC 9(07).
       77  PAID-BY-AS-OF               PIC S9(07)V99.
       77  AS-OF-BALANCE               PIC S9(07)V99.

      *------------------------------------------
      * The vendors being confirmed.  "L" a
      * keyed list, "T" the top N by balance.
      * Pass "1" ranks every vendor for a top-N
      * run; pass "2" prints the letters for
      * the vendors chosen.
      *------------------------------------------
       77  SELECTION-RULE              PIC X(01).
           88  SELECTION-RULE-IS-VALID VALUES "L" "T".
       77  SELECTION-PASS              PIC X(01).
       77  SELECTION-LIMIT             PIC 9(03).
       77  VENDOR-WANTED               PIC X(01).
       77  WANTED-VENDOR               PIC 9(05).
       77  ENTERED-VENDOR              PIC 9(05).
       77  SELECTED-COUNT              PIC 9(03) VALUE ZERO.
       77  SELECTED-INDEX              PIC 9(03).
       77  PRIOR-INDEX                 PIC 9(03).
       77  SEARCH-INDEX                PIC 9(03).
       77  ENTRY-IN-PLACE              PIC X(01).
       01  SELECTED-TABLE.
           05 SEL-ENTRY                OCCURS 100 TIMES.
              10 SEL-VENDOR            PIC 9(05).
              10 SEL-BALANCE           PIC S9(09)V99.
              10 SEL-PRINTED           PIC X(01).
       01  SEL-HOLD-ENTRY.
           05 SEL-HOLD-VENDOR          PIC 9(05).
           05 SEL-HOLD-BALANCE         PIC S9(09)V99.
           05 SEL-HOLD-PRINTED         PIC X(01).

       77  PRIOR-VENDOR                PIC 9(05).
       77  VENDOR-SUBTOTAL             PIC S9(09)V99.
       77  VENDOR-OPEN-COUNT           PIC 9(05).

       77  LETTER-COUNT                PIC 9(05) VALUE ZERO.
       77  LETTER-TOTAL                PIC S9(11)V99 VALUE ZERO.

      *------------------------------------------
      * Reply entry.
      *------------------------------------------
       77  REPLY-AGREES                PIC X(01).
       77  REPLY-ENTRY-FIELD           PIC ZZZ,ZZZ,ZZ9.99-.

      *------------------------------------------
      * The unanswered report.
      *------------------------------------------
       77  REPORT-AS-OF-DATE           PIC 9(08).
       77  DAYS-OUTSTANDING            PIC 9(05).
       77  UNANSWERED-COUNT            PIC 9(05).
       77  DIFFERENCE-COUNT            PIC 9(05).
       77  LISTING-PASS                PIC X(01).

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  SECOND-AMOUNT-FIELD         PIC ZZZ,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  DAYS-FIELD                  PIC ZZZZ9.
       77  LIMIT-FIELD                 PIC ZZ9.

           COPY "wscase01.cbl".

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
           COMPUTE RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.
           CLOSE OPERATOR-FILE.
           MOVE OPERATOR-ID TO CONFIRM-OPERATOR.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONFIRMATION-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE CONFIRMATION-FILE.

      *------------------------------------------
      * Sign-on - every letter and reply goes
      * on the tracking file under the
      * operator's ID, so the ID must be on
      * file in OPERATOR-FILE before this
      * program will let anyone in.
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
           PERFORM RUN-THE-PICK
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
           DISPLAY "    BALANCE CONFIRMATIONS - PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  PRINT CONFIRMATION LETTERS".
           DISPLAY "          2.  RECORD A VENDOR'S REPLY".
           DISPLAY "          3.  UNANSWERED CONFIRMATIONS REPORT".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       RUN-THE-PICK.
           IF MENU-PICK = 1
               PERFORM PRINT-CONFIRMATIONS
           ELSE
           IF MENU-PICK = 2
               PERFORM RECORD-A-REPLY
           ELSE
           IF MENU-PICK = 3
               PERFORM PRINT-UNANSWERED-REPORT.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * Confirmation letters.  The as-of date,
      * who the replies go to, and which
      * vendors - then the letters.
      *------------------------------------------
       PRINT-CONFIRMATIONS.
           PERFORM ENTER-AS-OF-DATE.
           PERFORM ENTER-AUDITOR-NAME.
           MOVE ZEROES TO SELECTED-COUNT
                          LETTER-COUNT
                          LETTER-TOTAL.
           PERFORM ACCEPT-SELECTION-RULE.
           PERFORM RE-ACCEPT-SELECTION-RULE
               UNTIL SELECTION-RULE-IS-VALID.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           IF SELECTION-RULE = "L"
               PERFORM ENTER-VENDOR-LIST
           ELSE
               PERFORM ENTER-SELECTION-LIMIT
               PERFORM RANK-VENDORS-BY-BALANCE.
           IF SELECTED-COUNT = ZEROES
               DISPLAY "NO VENDORS SELECTED - NO LETTERS PRINTED"
           ELSE
               PERFORM PRINT-THE-LETTERS.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PAYMENT-DETAIL-FILE.

       ENTER-AS-OF-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "CONFIRM BALANCES AS OF WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "AN AS-OF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO AS-OF-DATE.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO AS-OF-FORMATTED.

       ENTER-AUDITOR-NAME.
           DISPLAY "ENTER THE AUDIT FIRM REPLIES GO TO".
           MOVE SPACE TO AUDITOR-NAME.
           ACCEPT AUDITOR-NAME.
           INSPECT AUDITOR-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF AUDITOR-NAME = SPACE
               DISPLAY "THE AUDIT FIRM IS REQUIRED"
               PERFORM ENTER-AUDITOR-NAME.

       ACCEPT-SELECTION-RULE.
           DISPLAY "SELECT VENDORS - L=KEYED LIST, "
                   "T=TOP N BY BALANCE".
           ACCEPT SELECTION-RULE.
           INSPECT SELECTION-RULE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SELECTION-RULE.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-SELECTION-RULE.

      *------------------------------------------
      * A keyed list - up to 100 vendors, each
      * on file and each once.  A listed vendor
      * we owed nothing still gets a letter
      * confirming the zero balance.
      *------------------------------------------
       ENTER-VENDOR-LIST.
           MOVE 1 TO ENTERED-VENDOR.
           PERFORM ENTER-ONE-LISTED-VENDOR
               UNTIL ENTERED-VENDOR = ZEROES OR
                     SELECTED-COUNT = 100.

       ENTER-ONE-LISTED-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER (0 WHEN DONE)".
           MOVE ZEROES TO ENTERED-VENDOR.
           ACCEPT ENTERED-VENDOR.
           IF ENTERED-VENDOR NOT = ZEROES
               PERFORM ADD-LISTED-VENDOR.

       ADD-LISTED-VENDOR.
           MOVE ENTERED-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE ENTERED-VENDOR TO WANTED-VENDOR.
           PERFORM FIND-SELECTED-VENDOR.
           IF VENDOR-RECORD-FOUND = "N"
               DISPLAY "VENDOR NOT ON FILE"
           ELSE
           IF VENDOR-WANTED = "Y"
               DISPLAY "VENDOR ALREADY ON THE LIST"
           ELSE
               ADD 1 TO SELECTED-COUNT
               MOVE ENTERED-VENDOR TO SEL-VENDOR (SELECTED-COUNT)
               MOVE ZEROES TO SEL-BALANCE (SELECTED-COUNT)
               MOVE "N" TO SEL-PRINTED (SELECTED-COUNT)
               DISPLAY VENDOR-NAME.

       ENTER-SELECTION-LIMIT.
           DISPLAY "HOW MANY VENDORS (1-100)?".
           MOVE ZEROES TO SELECTION-LIMIT.
           ACCEPT SELECTION-LIMIT.
           IF SELECTION-LIMIT = ZEROES OR
              SELECTION-LIMIT > 100
               DISPLAY "ENTER A NUMBER FROM 1 TO 100"
               PERFORM ENTER-SELECTION-LIMIT.

      *------------------------------------------
      * Top N - every vendor's as-of balance,
      * the largest N kept in the table in
      * descending order.
      *------------------------------------------
       RANK-VENDORS-BY-BALANCE.
           MOVE "1" TO SELECTION-PASS.
           SORT CONFIRM-SORT-FILE
               ON ASCENDING KEY CS-VENDOR
                                CS-VOUCHER-NUMBER
               INPUT PROCEDURE IS SELECT-OPEN-AS-OF
               OUTPUT PROCEDURE IS RANK-SORTED-BALANCES.
           MOVE SELECTION-LIMIT TO LIMIT-FIELD.
           DISPLAY SELECTED-COUNT " VENDORS SELECTED OF TOP "
                   LIMIT-FIELD " REQUESTED".

       RANK-SORTED-BALANCES.
           MOVE ZEROES TO PRIOR-VENDOR VENDOR-SUBTOTAL.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM RANK-ONE-BALANCE
               UNTIL SORT-AT-END = "Y".
           IF PRIOR-VENDOR NOT = ZEROES
               PERFORM CONSIDER-FOR-TOP.

       RANK-ONE-BALANCE.
           IF CS-VENDOR NOT = PRIOR-VENDOR
               IF PRIOR-VENDOR NOT = ZEROES
                   PERFORM CONSIDER-FOR-TOP
               END-IF
               MOVE CS-VENDOR TO PRIOR-VENDOR
               MOVE ZEROES TO VENDOR-SUBTOTAL
           END-IF.
           ADD CS-BALANCE TO VENDOR-SUBTOTAL.
           PERFORM RETURN-NEXT-SORT-RECORD.

      *    Only a vendor we owe money to is worth confirming -
      *    a net debit balance is not a top balance.
       CONSIDER-FOR-TOP.
           IF VENDOR-SUBTOTAL > ZEROES
               IF SELECTED-COUNT < SELECTION-LIMIT
                   ADD 1 TO SELECTED-COUNT
                   PERFORM PLACE-RANKED-VENDOR
               ELSE
               IF VENDOR-SUBTOTAL > SEL-BALANCE (SELECTED-COUNT)
                   PERFORM PLACE-RANKED-VENDOR.

       PLACE-RANKED-VENDOR.
           MOVE PRIOR-VENDOR    TO SEL-VENDOR (SELECTED-COUNT).
           MOVE VENDOR-SUBTOTAL TO SEL-BALANCE (SELECTED-COUNT).
           MOVE "N"             TO SEL-PRINTED (SELECTED-COUNT).
           MOVE SELECTED-COUNT TO SELECTED-INDEX.
           MOVE "N" TO ENTRY-IN-PLACE.
           PERFORM MOVE-RANKED-VENDOR-UP
               UNTIL ENTRY-IN-PLACE = "Y".

       MOVE-RANKED-VENDOR-UP.
           IF SELECTED-INDEX = 1
               MOVE "Y" TO ENTRY-IN-PLACE
           ELSE
               COMPUTE PRIOR-INDEX = SELECTED-INDEX - 1
               IF SEL-BALANCE (PRIOR-INDEX) NOT <
                  SEL-BALANCE (SELECTED-INDEX)
                   MOVE "Y" TO ENTRY-IN-PLACE
               ELSE
                   MOVE SEL-ENTRY (PRIOR-INDEX) TO SEL-HOLD-ENTRY
                   MOVE SEL-ENTRY (SELECTED-INDEX)
                       TO SEL-ENTRY (PRIOR-INDEX)
                   MOVE SEL-HOLD-ENTRY TO SEL-ENTRY (SELECTED-INDEX)
                   MOVE PRIOR-INDEX TO SELECTED-INDEX.

      *------------------------------------------
      * The letters - only the chosen vendors'
      * open items go through the sort, in
      * vendor order.  A chosen vendor with no
      * open item as of the date is confirmed
      * at zero after the rest.
      *------------------------------------------
       PRINT-THE-LETTERS.
           MOVE "CNFLTR01" TO REPORT-ID.
           MOVE "VENDOR BALANCE CONFIRMATIONS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE "2" TO SELECTION-PASS.
           SORT CONFIRM-SORT-FILE
               ON ASCENDING KEY CS-VENDOR
                                CS-VOUCHER-NUMBER
               INPUT PROCEDURE IS SELECT-OPEN-AS-OF
               OUTPUT PROCEDURE IS PRINT-SORTED-LETTERS.
           PERFORM PRINT-ZERO-BALANCE-LETTER
               VARYING SELECTED-INDEX FROM 1 BY 1
               UNTIL SELECTED-INDEX > SELECTED-COUNT.
           PERFORM PRINT-LETTER-TOTALS.
           PERFORM CLOSE-THE-REPORT.

       PRINT-SORTED-LETTERS.
           MOVE ZEROES TO PRIOR-VENDOR.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM PRINT-ONE-OPEN-ITEM
               UNTIL SORT-AT-END = "Y".
           IF PRIOR-VENDOR NOT = ZEROES
               PERFORM FINISH-THE-LETTER.

       PRINT-ONE-OPEN-ITEM.
           IF CS-VENDOR NOT = PRIOR-VENDOR
               IF PRIOR-VENDOR NOT = ZEROES
                   PERFORM FINISH-THE-LETTER
               END-IF
               MOVE CS-VENDOR TO PRIOR-VENDOR
               PERFORM START-THE-LETTER
           END-IF.
           MOVE CS-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE CS-BALANCE        TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   " CS-INVOICE "  " CS-VOUCHER-DATE
                  "  " VOUCHER-NUMBER-FIELD
                  "    " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           ADD CS-BALANCE TO VENDOR-SUBTOTAL.
           ADD 1 TO VENDOR-OPEN-COUNT.
           PERFORM RETURN-NEXT-SORT-RECORD.

       PRINT-ZERO-BALANCE-LETTER.
           IF SEL-PRINTED (SELECTED-INDEX) = "N"
               MOVE SEL-VENDOR (SELECTED-INDEX) TO PRIOR-VENDOR
               PERFORM START-THE-LETTER
               MOVE SPACE TO PRINT-LINE
               STRING "   NO INVOICES OPEN"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM FINISH-THE-LETTER.

      *------------------------------------------
      * The top of the letter - to the vendor's
      * main address - down to the invoice
      * column headings.
      *------------------------------------------
       START-THE-LETTER.
           MOVE ZEROES TO VENDOR-SUBTOTAL VENDOR-OPEN-COUNT.
           MOVE PRIOR-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME
               MOVE SPACE TO VENDOR-CONTACT
                             VENDOR-ADDRESS-1
                             VENDOR-ADDRESS-2
                             VENDOR-CITY
                             VENDOR-STATE
                             VENDOR-ZIP.
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
                  "          OUR VENDOR NUMBER " PRIOR-VENDOR
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "RE: CONFIRMATION OF ACCOUNT BALANCE AS OF "
                  AS-OF-FORMATTED
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "OUR AUDITORS, " DELIMITED BY SIZE
                  AUDITOR-NAME DELIMITED BY "  "
                  ", ARE EXAMINING OUR FINANCIAL STATEMENTS."
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "OUR RECORDS SHOW THE FOLLOWING INVOICES FROM "
                  "YOU UNPAID AS OF " AS-OF-FORMATTED ":"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "   YOUR INVOICE     DATED     OUR VOUCHER"
                  "          BALANCE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * The total, the request, and the reply
      * section - then the tracking record.
      *------------------------------------------
       FINISH-THE-LETTER.
           MOVE VENDOR-SUBTOTAL TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   TOTAL OWED TO YOU AS OF " AS-OF-FORMATTED
                  "             " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "PLEASE COMPARE THIS WITH YOUR RECORDS AND RETURN "
                  "THE REPLY BELOW DIRECTLY TO"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "OUR AUDITORS, WHETHER OR NOT YOU AGREE.  THIS IS "
                  "NOT A REQUEST FOR PAYMENT."
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "ACCOUNTS PAYABLE" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ALL "-" TO PRINT-LINE (1:72).
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "CONFIRMATION REPLY - VENDOR " PRIOR-VENDOR
                  "  BALANCE AS OF " AS-OF-FORMATTED
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "RETURN TO: " AUDITOR-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "[ ] THE BALANCE OF " AMOUNT-FIELD
                  " SHOWN ABOVE AGREES WITH OUR RECORDS."
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "[ ] THE BALANCE DOES NOT AGREE.  OUR RECORDS "
                  "SHOW $________________ OWED"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "    AS OF THAT DATE.  THE DIFFERENCES ARE "
                  "LISTED BELOW OR ATTACHED."
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ALL "_" TO PRINT-LINE (1:72).
           PERFORM PRINT-A-LINE.
           MOVE ALL "_" TO PRINT-LINE (1:72).
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "SIGNED ______________________  TITLE "
                  "________________  DATE __________"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM RECORD-THE-CONFIRMATION.
           PERFORM MARK-VENDOR-PRINTED.
           ADD 1 TO LETTER-COUNT.
           ADD VENDOR-SUBTOTAL TO LETTER-TOTAL.

       MARK-VENDOR-PRINTED.
           MOVE PRIOR-VENDOR TO WANTED-VENDOR.
           PERFORM FIND-SELECTED-VENDOR.
           IF VENDOR-WANTED = "Y"
               MOVE "Y" TO SEL-PRINTED (SEARCH-INDEX).

      *    A second letter for the same vendor and date is a
      *    re-send - it starts the wait for a reply over.
       RECORD-THE-CONFIRMATION.
           MOVE PRIOR-VENDOR TO CNF-VENDOR.
           MOVE AS-OF-DATE   TO CNF-AS-OF-DATE.
           PERFORM READ-CONFIRMATION-RECORD.
           MOVE PRIOR-VENDOR       TO CNF-VENDOR.
           MOVE AS-OF-DATE         TO CNF-AS-OF-DATE.
           MOVE VENDOR-SUBTOTAL    TO CNF-BALANCE-SENT.
           MOVE VENDOR-OPEN-COUNT  TO CNF-OPEN-COUNT.
           MOVE RUN-DATE           TO CNF-SENT-DATE.
           MOVE CONFIRM-OPERATOR   TO CNF-SENT-OPERATOR.
           MOVE "S"                TO CNF-STATUS.
           MOVE ZEROES TO CNF-RECEIVED-DATE
                          CNF-REPORTED-BALANCE
                          CNF-DIFFERENCE.
           MOVE SPACE TO CNF-REPLY-OPERATOR
                         CNF-REPLY-NOTE.
           IF CONFIRMATION-FOUND = "Y"
               PERFORM REWRITE-CONFIRMATION-RECORD
           ELSE
               PERFORM WRITE-CONFIRMATION-RECORD.

       PRINT-LETTER-TOTALS.
           PERFORM START-NEW-REPORT-PAGE.
           MOVE SPACE TO PRINT-LINE
           STRING "CONFIRMATION RUN - BALANCES AS OF "
                  AS-OF-FORMATTED "  RUN DATE " RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           IF SELECTION-RULE = "L"
               STRING "VENDORS AS LISTED"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE SELECTION-LIMIT TO LIMIT-FIELD
               STRING "TOP " LIMIT-FIELD " VENDORS BY BALANCE"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LETTER-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "LETTERS PRINTED:      " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE LETTER-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "BALANCES CONFIRMED:   " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Sort input - both files, every voucher
      * of a wanted vendor dated on or before
      * the as-of date that still had a balance
      * then.  Pass 1 wants every vendor.
      * A one-time payee ("Y") or an employee
      * reimbursement ("E") is not on the
      * vendor master and never goes on a
      * vendor-facing letter.
      *------------------------------------------
       SELECT-OPEN-AS-OF.
           PERFORM READ-FIRST-VOUCHER-RECORD.
           PERFORM SELECT-LIVE-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM READ-FIRST-HISTORY-RECORD.
           PERFORM SELECT-ARCHIVED-VOUCHERS
               UNTIL HISTORY-AT-END = "Y".

       CHECK-VENDOR-WANTED.
           IF SELECTION-PASS = "1"
               MOVE "Y" TO VENDOR-WANTED
           ELSE
               PERFORM FIND-SELECTED-VENDOR.

       FIND-SELECTED-VENDOR.
           MOVE "N" TO VENDOR-WANTED.
           MOVE 1 TO SEARCH-INDEX.
           PERFORM LOOK-AT-SELECTED-VENDOR
               UNTIL VENDOR-WANTED = "Y" OR
                     SEARCH-INDEX > SELECTED-COUNT.

       LOOK-AT-SELECTED-VENDOR.
           IF SEL-VENDOR (SEARCH-INDEX) = WANTED-VENDOR
               MOVE "Y" TO VENDOR-WANTED
           ELSE
               ADD 1 TO SEARCH-INDEX.

       SELECT-LIVE-VOUCHERS.
           MOVE VOUCHER-VENDOR TO WANTED-VENDOR.
           PERFORM CHECK-VENDOR-WANTED.
           IF VOUCHER-DATE NOT > AS-OF-DATE AND
              VENDOR-WANTED = "Y" AND
              VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
              VOUCHER-ONE-TIME-FLAG NOT = "E"
               MOVE ZEROES TO PAID-BY-AS-OF
               MOVE VOUCHER-NUMBER TO DETAIL-WALK-VOUCHER
               PERFORM WALK-PAYMENT-DETAILS
               IF DETAIL-ROWS-FOUND = "N"
                   PERFORM TOTAL-ONE-LIVE-PAYMENT
                       VARYING PH-INDEX FROM 1 BY 1
                       UNTIL PH-INDEX > VOUCHER-PAYMENT-COUNT
               END-IF
               IF DETAIL-ROWS-FOUND = "N" AND
                  VOUCHER-PAYMENT-COUNT = ZEROES AND
                  VOUCHER-PAID-DATE NOT = ZEROES AND
                  VOUCHER-PAID-DATE NOT > AS-OF-DATE
                   MOVE VOUCHER-PAID-AMOUNT TO PAID-BY-AS-OF
               END-IF
               COMPUTE AS-OF-BALANCE =
                   VOUCHER-AMOUNT - PAID-BY-AS-OF
               IF AS-OF-BALANCE NOT = ZEROES
                   MOVE VOUCHER-VENDOR  TO CS-VENDOR
                   MOVE VOUCHER-NUMBER  TO CS-VOUCHER-NUMBER
                   MOVE VOUCHER-INVOICE TO CS-INVOICE
                   MOVE VOUCHER-DATE    TO CS-VOUCHER-DATE
                   MOVE AS-OF-BALANCE   TO CS-BALANCE
                   RELEASE CONFIRM-SORT-RECORD
               END-IF
           END-IF.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       TOTAL-ONE-LIVE-PAYMENT.
           IF VOUCHER-PAYMENT-DATE (PH-INDEX) NOT > AS-OF-DATE
               ADD VOUCHER-PAYMENT-AMOUNT (PH-INDEX)
                   TO PAID-BY-AS-OF
               ADD VOUCHER-PAYMENT-DISC-TAKEN (PH-INDEX)
                   TO PAID-BY-AS-OF.

       SELECT-ARCHIVED-VOUCHERS.
           MOVE VCH-HIST-VENDOR TO WANTED-VENDOR.
           PERFORM CHECK-VENDOR-WANTED.
           IF VCH-HIST-DATE NOT > AS-OF-DATE AND
              VENDOR-WANTED = "Y" AND
              VCH-HIST-ONE-TIME-FLAG NOT = "Y" AND
              VCH-HIST-ONE-TIME-FLAG NOT = "E"
               MOVE ZEROES TO PAID-BY-AS-OF
               MOVE VCH-HIST-NUMBER TO DETAIL-WALK-VOUCHER
               PERFORM WALK-PAYMENT-DETAILS
               IF DETAIL-ROWS-FOUND = "N"
                   PERFORM TOTAL-ONE-ARCHIVED-PAYMENT
                       VARYING PH-INDEX FROM 1 BY 1
                       UNTIL PH-INDEX > VCH-HIST-PAYMENT-COUNT
               END-IF
               IF DETAIL-ROWS-FOUND = "N" AND
                  VCH-HIST-PAYMENT-COUNT = ZEROES AND
                  VCH-HIST-PAID-DATE NOT = ZEROES AND
                  VCH-HIST-PAID-DATE NOT > AS-OF-DATE
                   MOVE VCH-HIST-PAID-AMOUNT TO PAID-BY-AS-OF
               END-IF
               COMPUTE AS-OF-BALANCE =
                   VCH-HIST-AMOUNT - PAID-BY-AS-OF
               IF AS-OF-BALANCE NOT = ZEROES
                   MOVE VCH-HIST-VENDOR  TO CS-VENDOR
                   MOVE VCH-HIST-NUMBER  TO CS-VOUCHER-NUMBER
                   MOVE VCH-HIST-INVOICE TO CS-INVOICE
                   MOVE VCH-HIST-DATE    TO CS-VOUCHER-DATE
                   MOVE AS-OF-BALANCE    TO CS-BALANCE
                   RELEASE CONFIRM-SORT-RECORD
               END-IF
           END-IF.
           PERFORM READ-NEXT-HISTORY-RECORD.

       TOTAL-ONE-ARCHIVED-PAYMENT.
           IF VCH-HIST-PAYMENT-DATE (PH-INDEX) NOT > AS-OF-DATE
               ADD VCH-HIST-PAYMENT-AMOUNT (PH-INDEX)
                   TO PAID-BY-AS-OF
               ADD VCH-HIST-PAYMENT-DISC-TAKEN (PH-INDEX)
                   TO PAID-BY-AS-OF.

      *------------------------------------------
      * Payment detail rows when present, as in
      * APTRB01 - disbursed, discount and
      * withheld all settled the voucher.
      *------------------------------------------
       WALK-PAYMENT-DETAILS.
           MOVE "N" TO DETAIL-ROWS-FOUND.
           MOVE DETAIL-WALK-VOUCHER TO PDT-VOUCHER-NUMBER.
           MOVE ZEROES TO PDT-SEQUENCE.
           MOVE "N" TO DETAIL-AT-END.
           START PAYMENT-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
               INVALID KEY MOVE "Y" TO DETAIL-AT-END.
           PERFORM READ-ONE-PAYMENT-DETAIL
               UNTIL DETAIL-AT-END = "Y".

       READ-ONE-PAYMENT-DETAIL.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-VOUCHER-NUMBER NOT = DETAIL-WALK-VOUCHER
                   MOVE "Y" TO DETAIL-AT-END
               ELSE
                   MOVE "Y" TO DETAIL-ROWS-FOUND
                   PERFORM TOTAL-ONE-DETAIL-PAYMENT.

       TOTAL-ONE-DETAIL-PAYMENT.
           IF PDT-DATE NOT > AS-OF-DATE
               ADD PDT-AMOUNT     TO PAID-BY-AS-OF
               ADD PDT-DISC-TAKEN TO PAID-BY-AS-OF
               ADD PDT-WITHHELD   TO PAID-BY-AS-OF.

      *------------------------------------------
      * A reply comes back - the vendor either
      * agrees, or reports its own balance and
      * the difference is kept.
      *------------------------------------------
       RECORD-A-REPLY.
           DISPLAY "ENTER VENDOR NUMBER".
           MOVE ZEROES TO CNF-VENDOR.
           ACCEPT CNF-VENDOR.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "BALANCE AS OF WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "AN AS-OF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO CNF-AS-OF-DATE.
           PERFORM READ-CONFIRMATION-RECORD.
           IF CONFIRMATION-FOUND = "N"
               DISPLAY "NO CONFIRMATION SENT FOR THAT VENDOR "
                       "AND DATE"
           ELSE
               PERFORM ENTER-THE-REPLY.

       ENTER-THE-REPLY.
           MOVE CNF-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE CNF-BALANCE-SENT TO AMOUNT-FIELD.
           DISPLAY "VENDOR " CNF-VENDOR "  " VENDOR-NAME.
           DISPLAY "SENT " CNF-SENT-DATE "  BALANCE " AMOUNT-FIELD.
           IF CNF-STATUS = "R"
               MOVE CNF-REPORTED-BALANCE TO SECOND-AMOUNT-FIELD
               DISPLAY "REPLY ALREADY RECEIVED " CNF-RECEIVED-DATE
                       "  REPORTED " SECOND-AMOUNT-FIELD
               DISPLAY "ENTERING A REPLY NOW REPLACES IT".
           PERFORM ACCEPT-REPLY-AGREES.
           IF REPLY-AGREES = "Y"
               MOVE CNF-BALANCE-SENT TO CNF-REPORTED-BALANCE
           ELSE
               DISPLAY "ENTER THE BALANCE THE VENDOR REPORTED"
               ACCEPT REPLY-ENTRY-FIELD
               MOVE REPLY-ENTRY-FIELD TO CNF-REPORTED-BALANCE.
           COMPUTE CNF-DIFFERENCE =
               CNF-REPORTED-BALANCE - CNF-BALANCE-SENT.
           DISPLAY "NOTE (OPTIONAL)".
           MOVE SPACE TO CNF-REPLY-NOTE.
           ACCEPT CNF-REPLY-NOTE.
           INSPECT CNF-REPLY-NOTE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "R"                TO CNF-STATUS.
           MOVE RUN-DATE           TO CNF-RECEIVED-DATE.
           MOVE CONFIRM-OPERATOR   TO CNF-REPLY-OPERATOR.
           PERFORM REWRITE-CONFIRMATION-RECORD.
           MOVE CNF-DIFFERENCE TO AMOUNT-FIELD.
           DISPLAY "REPLY RECORDED - DIFFERENCE " AMOUNT-FIELD.

       ACCEPT-REPLY-AGREES.
           DISPLAY "DOES THE VENDOR AGREE (Y/N)?".
           ACCEPT REPLY-AGREES.
           INSPECT REPLY-AGREES
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF REPLY-AGREES NOT = "Y" AND REPLY-AGREES NOT = "N"
               DISPLAY "ANSWER Y OR N"
               PERFORM ACCEPT-REPLY-AGREES.

      *------------------------------------------
      * Unanswered confirmations, oldest
      * letter's age shown in days, then the
      * replies that did not agree - for one
      * as-of date, or every date on file.
      *------------------------------------------
       PRINT-UNANSWERED-REPORT.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "AS OF WHAT DATE(MM/DD/CCYY, BLANK=ALL)?"
               TO DATE-PROMPT.
           MOVE "ENTER A VALID DATE OR LEAVE IT BLANK"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO REPORT-AS-OF-DATE.
           MOVE "CNFLTR01" TO REPORT-ID.
           MOVE "UNANSWERED CONFIRMATIONS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE ZEROES TO UNANSWERED-COUNT DIFFERENCE-COUNT.
           MOVE SPACE TO PRINT-LINE
           STRING "CONFIRMATIONS WAITING ON A REPLY"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR NAME                           AS OF"
                  "     SENT             BALANCE  DAYS"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE "U" TO LISTING-PASS.
           PERFORM LIST-CONFIRMATIONS.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "REPLIES THAT DID NOT AGREE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR NAME                           AS OF"
                  "         BALANCE SENT  VENDOR REPORTED"
                  "       DIFFERENCE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE "D" TO LISTING-PASS.
           PERFORM LIST-CONFIRMATIONS.
           PERFORM PRINT-A-LINE.
           MOVE UNANSWERED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "UNANSWERED:           " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE DIFFERENCE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "REPLIES WITH A DIFFERENCE: " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM CLOSE-THE-REPORT.

       LIST-CONFIRMATIONS.
           MOVE ZEROES TO CNF-KEY.
           MOVE "N" TO CONFIRMATION-AT-END.
           START CONFIRMATION-FILE KEY IS NOT LESS THAN CNF-KEY
               INVALID KEY MOVE "Y" TO CONFIRMATION-AT-END.
           IF CONFIRMATION-AT-END = "N"
               PERFORM READ-NEXT-CONFIRMATION-RECORD.
           PERFORM LIST-ONE-CONFIRMATION
               UNTIL CONFIRMATION-AT-END = "Y".

       LIST-ONE-CONFIRMATION.
           IF REPORT-AS-OF-DATE = ZEROES OR
              CNF-AS-OF-DATE = REPORT-AS-OF-DATE
               IF LISTING-PASS = "U"
                   IF CNF-STATUS = "S"
                       PERFORM PRINT-UNANSWERED-LINE
                   END-IF
               ELSE
                   IF CNF-STATUS = "R" AND
                      CNF-DIFFERENCE NOT = ZEROES
                       PERFORM PRINT-DIFFERENCE-LINE.
           PERFORM READ-NEXT-CONFIRMATION-RECORD.

       PRINT-UNANSWERED-LINE.
           PERFORM GET-LISTED-VENDOR-NAME.
           COMPUTE DAYS-OUTSTANDING = RUN-DAY-INTEGER -
               FUNCTION INTEGER-OF-DATE (CNF-SENT-DATE).
           MOVE DAYS-OUTSTANDING TO DAYS-FIELD.
           MOVE CNF-BALANCE-SENT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING CNF-VENDOR "  " VENDOR-NAME " "
                  CNF-AS-OF-DATE " " CNF-SENT-DATE " "
                  AMOUNT-FIELD " " DAYS-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           ADD 1 TO UNANSWERED-COUNT.

       PRINT-DIFFERENCE-LINE.
           PERFORM GET-LISTED-VENDOR-NAME.
           MOVE CNF-BALANCE-SENT     TO AMOUNT-FIELD.
           MOVE CNF-REPORTED-BALANCE TO SECOND-AMOUNT-FIELD.
           MOVE CNF-DIFFERENCE       TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING CNF-VENDOR "  " VENDOR-NAME " "
                  CNF-AS-OF-DATE " " AMOUNT-FIELD " "
                  SECOND-AMOUNT-FIELD " " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF CNF-REPLY-NOTE NOT = SPACE
               MOVE SPACE TO PRINT-LINE
               STRING "       " CNF-REPLY-NOTE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           ADD 1 TO DIFFERENCE-COUNT.

       GET-LISTED-VENDOR-NAME.
           MOVE CNF-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-FIRST-VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.

       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-FIRST-HISTORY-RECORD.
           MOVE ZEROES TO VCH-HIST-NUMBER.
           MOVE "N" TO HISTORY-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN VCH-HIST-NUMBER
               INVALID KEY MOVE "Y" TO HISTORY-AT-END.
           IF HISTORY-AT-END = "N"
               PERFORM READ-NEXT-HISTORY-RECORD.

       READ-NEXT-HISTORY-RECORD.
           MOVE "N" TO HISTORY-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
           RETURN CONFIRM-SORT-FILE
               AT END MOVE "Y" TO SORT-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONFIRMATION-RECORD.
           MOVE "Y" TO CONFIRMATION-FOUND.
           READ CONFIRMATION-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONFIRMATION-FOUND.

       READ-NEXT-CONFIRMATION-RECORD.
           READ CONFIRMATION-FILE NEXT RECORD
               AT END MOVE "Y" TO CONFIRMATION-AT-END.

       WRITE-CONFIRMATION-RECORD.
           WRITE CONFIRMATION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CONFIRMATION RECORD".

       REWRITE-CONFIRMATION-RECORD.
           REWRITE CONFIRMATION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONFIRMATION RECORD".

           COPY "pldate01.cbl".

           COPY "plprint.cbl".
