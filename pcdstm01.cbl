       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCDSTM01.
      *------------------------------------------
      * Purchasing-card statement processing.
      * The card issuer's monthly statement
      * used to be keyed as one lump voucher
      * with the GL split worked out on paper;
      * now it runs through three steps here:
      *
      *   1  LOAD - every transaction on the
      *      statement file becomes a line on
      *      PCARD-LINE-FILE under the company
      *      and the statement closing date,
      *      coded to its card's default GL
      *      account (CARDHOLDER-FILE, kept by
      *      CRDMNT01).  A card that is not on
      *      file, is cancelled, or belongs to
      *      another company loads uncoded.
      *
      *   2  RECODE - the cardholder or the
      *      card's approver moves lines to
      *      the accounts they really belong
      *      to.  Only they may touch a card
      *      that names them; a card naming
      *      neither is open to any operator.
      *
      *   3  VOUCHER - once every open line
      *      carries an active account, the
      *      lines roll up by account into
      *      vouchers to the card issuer.  A
      *      voucher holds at most five
      *      distribution lines, so a
      *      statement coded to more accounts
      *      is split across as many vouchers
      *      as it takes, each numbered,
      *      logged, cross-referenced and
      *      accrued exactly as VCHIMP01 does
      *      it.  Each line is stamped with
      *      the voucher that carries it.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpcstmt.cbl".

           COPY "slpcline.cbl".

           COPY "slcrdhld.cbl".

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slcontrl.cbl".

           COPY "slskpvch.cbl".

           COPY "slglacct.cbl".

           COPY "slglpost.cbl".

           COPY "slperiod.cbl".

           COPY "slinvxrf.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpcstmt.cbl".

           COPY "fdpcline.cbl".

           COPY "fdcrdhld.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdskpvch.cbl".

           COPY "fdglacct.cbl".

           COPY "fdglpost.cbl".

           COPY "fdperiod.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  CARDHOLDER-RECORD-FOUND      PIC X(01).
       77  VENDOR-RECORD-FOUND          PIC X(01).
       77  CONTROL-RECORD-FOUND         PIC X(01).
       77  GL-ACCOUNT-FOUND             PIC X(01).
       77  PERIOD-RECORD-FOUND          PIC X(01).
       77  OPERATOR-RECORD-FOUND        PIC X(01).
       77  PCARD-LINE-FOUND             PIC X(01).
       77  TRAINING-MODE                PIC X(01) VALUE "N".
       77  STATEMENT-AT-END             PIC X(01).
       77  LINE-AT-END                  PIC X(01).
       77  STATEMENT-ON-FILE            PIC X(01).
       77  LINE-MAY-BE-RECODED          PIC X(01).
       77  POST-ANSWER                  PIC X(01).
       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

       77  RUN-DATE                     PIC 9(08).
       77  RUN-TIME                     PIC 9(06).
       77  COMPANY-CODE                 PIC 9(01).

       77  STATEMENT-DATE               PIC 9(08).
       77  STATEMENT-DUE                PIC 9(08).
       77  ISSUER-VENDOR                PIC 9(05).
       77  NEXT-LINE-NUMBER             PIC 9(04).
       77  CARD-FILTER                  PIC X(16).
       77  RECODE-LINE                  PIC 9(04).
       77  RECODE-GL                    PIC 9(06).

       77  LOADED-COUNT                 PIC 9(05).
       77  UNCODED-COUNT                PIC 9(05).
       77  OPEN-LINE-COUNT              PIC 9(05).
       77  STATEMENT-TOTAL              PIC S9(08)V99.

       77  ACCOUNT-COUNT                PIC 9(03).
       77  ACCOUNT-INDEX                PIC 9(03).
       77  ACCOUNT-SLOT                 PIC 9(03).
       77  FIRST-ACCOUNT                PIC 9(03).
       77  CHUNK-COUNT                  PIC 9(02).
       77  CHUNK-INDEX                  PIC 9(02).
       77  GL-INDEX                     PIC 9(01).
       77  ACCRUAL-SIGN                 PIC S9(01).

       77  VOUCHER-NUMBER-FIELD         PIC Z(7).
       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                  PIC ZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                  PIC ZZZZ9.

       77  AUD-FIELD-NAME               PIC X(20).
       77  AUD-BEFORE-FIELD-VALUE       PIC X(30).
       77  AUD-AFTER-FIELD-VALUE        PIC X(30).

      *------------------------------------------
      * The statement's open lines rolled up
      * by GL account in the order the
      * accounts first appear.  Accounts 1-5
      * go on the first voucher, 6-10 on the
      * second, and so on - ten vouchers, fifty
      * accounts, is the most one statement
      * can carry.
      *------------------------------------------
       01  STATEMENT-GL-TABLE.
           05 SGL-LINE                  OCCURS 50 TIMES.
              10 SGL-ACCOUNT            PIC 9(06).
              10 SGL-AMOUNT             PIC S9(6)V99.

       01  STATEMENT-VOUCHER-TABLE.
           05 SVC-VOUCHER-NUMBER        PIC 9(07) OCCURS 10 TIMES.

       01  STATEMENT-INVOICE.
           05 FILLER                    PIC X(02) VALUE "PC".
           05 STATEMENT-INVOICE-DATE    PIC 9(08).
           05 FILLER                    PIC X(01) VALUE "-".
           05 STATEMENT-INVOICE-PART    PIC 9(02).
           05 FILLER                    PIC X(02) VALUE SPACE.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

           COPY "wstrain.cbl".

           COPY "wsdate01.cbl".

           COPY "wsvjrnl.cbl".

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
           OPEN I-O PCARD-LINE-FILE.
           OPEN INPUT CARDHOLDER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "PCDSTM01" TO JRN-PROGRAM.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND SKIPPED-VOUCHER-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-COMPANY-CODE.

       CLOSING-PROCEDURE.
           CLOSE PCARD-LINE-FILE.
           CLOSE CARDHOLDER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

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
           PERFORM CHECK-TRAINING-COMPANY.

       CHECK-TRAINING-COMPANY.
           MOVE "N" TO TRAINING-MODE.
           IF SIGNED-ON-TRAINING = "Y"
               MOVE "Y" TO TRAINING-MODE
           ELSE
           IF SIGNED-ON-TRAINING = SPACE
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-RECORD-FOUND = "Y" AND
                  CONTROL-TRAINING-FLAG = "Y"
                   MOVE "Y" TO TRAINING-MODE.
           IF TRAINING-MODE = "Y"
               PERFORM DISPLAY-TRAINING-BANNER.

       DISPLAY-TRAINING-BANNER.
           DISPLAY "**********************************************".
           DISPLAY "***  TRAINING COMPANY - NOTHING IS REAL    ***".
           DISPLAY "**********************************************".

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
           DISPLAY "    PURCHASING-CARD STATEMENTS - PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  LOAD A STATEMENT".
           DISPLAY "          2.  RECODE STATEMENT LINES".
           DISPLAY "          3.  VOUCHER A STATEMENT TO THE ISSUER".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM LOAD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM RECODE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM VOUCHER-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * Every step works on one statement,
      * named by its closing date.
      *------------------------------------------
       GET-STATEMENT-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "STATEMENT CLOSING DATE (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A STATEMENT DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO STATEMENT-DATE.
           PERFORM CHECK-STATEMENT-ON-FILE.

       CHECK-STATEMENT-ON-FILE.
           PERFORM START-STATEMENT-LINES.
           MOVE "N" TO STATEMENT-ON-FILE.
           IF LINE-AT-END = "N"
               PERFORM READ-NEXT-STATEMENT-LINE
               IF LINE-AT-END = "N"
                   MOVE "Y" TO STATEMENT-ON-FILE.

      *------------------------------------------
      * LOAD
      *------------------------------------------
       LOAD-MODE.
           PERFORM GET-STATEMENT-DATE.
           IF STATEMENT-ON-FILE = "Y"
               DISPLAY "THAT STATEMENT IS ALREADY LOADED"
           ELSE
               PERFORM LOAD-THE-STATEMENT.

       LOAD-THE-STATEMENT.
           MOVE ZEROES TO NEXT-LINE-NUMBER
                          LOADED-COUNT
                          UNCODED-COUNT
                          STATEMENT-TOTAL.
           MOVE "N" TO STATEMENT-AT-END.
           OPEN INPUT PCARD-STATEMENT-FILE.
           PERFORM READ-NEXT-STATEMENT-RECORD.
           PERFORM LOAD-ONE-STATEMENT-RECORD
               UNTIL STATEMENT-AT-END = "Y".
           CLOSE PCARD-STATEMENT-FILE.
           PERFORM DISPLAY-LOAD-TOTALS.

       LOAD-ONE-STATEMENT-RECORD.
           ADD 1 TO NEXT-LINE-NUMBER.
           MOVE COMPANY-CODE      TO PCL-COMPANY.
           MOVE STATEMENT-DATE    TO PCL-STATEMENT-DATE.
           MOVE NEXT-LINE-NUMBER  TO PCL-LINE-NUMBER.
           MOVE PCS-CARD-NUMBER   TO PCL-CARD-NUMBER.
           MOVE PCS-POST-DATE     TO PCL-POST-DATE.
           MOVE PCS-MERCHANT      TO PCL-MERCHANT.
           MOVE PCS-REFERENCE     TO PCL-REFERENCE.
           MOVE PCS-AMOUNT        TO PCL-AMOUNT.
           MOVE SPACE             TO PCL-CODED-BY.
           MOVE "O"               TO PCL-STATUS.
           MOVE ZEROES            TO PCL-VOUCHER-NUMBER.
           INSPECT PCL-MERCHANT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM DEFAULT-LINE-GL-ACCOUNT.
           PERFORM WRITE-PCARD-LINE-RECORD.
           ADD 1 TO LOADED-COUNT.
           ADD PCL-AMOUNT TO STATEMENT-TOTAL.
           PERFORM READ-NEXT-STATEMENT-RECORD.

      *------------------------------------------
      * The card's default account, when the
      * card is on file, active, and charges
      * this company.  Anything else loads
      * uncoded and is listed so somebody
      * codes it before the statement can be
      * vouchered.
      *------------------------------------------
       DEFAULT-LINE-GL-ACCOUNT.
           MOVE ZEROES TO PCL-GL-ACCOUNT.
           MOVE PCL-CARD-NUMBER TO CRH-CARD-NUMBER.
           PERFORM READ-CARDHOLDER-RECORD.
           IF CARDHOLDER-RECORD-FOUND = "N"
               MOVE "CARD NOT ON FILE" TO ERROR-MESSAGE
           ELSE
           IF CRH-STATUS NOT = "A"
               MOVE "CARD IS CANCELLED" TO ERROR-MESSAGE
           ELSE
           IF CRH-COMPANY NOT = COMPANY-CODE
               MOVE "CARD BELONGS TO ANOTHER COMPANY"
                 TO ERROR-MESSAGE
           ELSE
               MOVE CRH-DEFAULT-GL TO PCL-GL-ACCOUNT.
           IF PCL-GL-ACCOUNT = ZEROES
               ADD 1 TO UNCODED-COUNT
               DISPLAY "LINE " PCL-LINE-NUMBER
                       " CARD " PCL-CARD-NUMBER
                       " LOADED UNCODED - " ERROR-MESSAGE.

       DISPLAY-LOAD-TOTALS.
           DISPLAY " ".
           MOVE LOADED-COUNT TO COUNT-FIELD.
           DISPLAY "LINES LOADED      " COUNT-FIELD.
           MOVE UNCODED-COUNT TO COUNT-FIELD.
           DISPLAY "LINES UNCODED     " COUNT-FIELD.
           MOVE STATEMENT-TOTAL TO TOTAL-FIELD.
           DISPLAY "STATEMENT TOTAL   " TOTAL-FIELD.

      *------------------------------------------
      * RECODE
      *------------------------------------------
       RECODE-MODE.
           PERFORM GET-STATEMENT-DATE.
           IF STATEMENT-ON-FILE = "N"
               DISPLAY "NO SUCH STATEMENT HAS BEEN LOADED"
           ELSE
               PERFORM GET-CARD-FILTER
               PERFORM LIST-STATEMENT-LINES
               PERFORM GET-RECODE-LINE
               PERFORM RECODE-ONE-LINE
                   UNTIL RECODE-LINE = ZEROES.

       GET-CARD-FILTER.
           DISPLAY "CARD NUMBER TO RECODE (BLANK FOR ALL CARDS)".
           ACCEPT CARD-FILTER.

       LIST-STATEMENT-LINES.
           DISPLAY " ".
           DISPLAY "LINE CARD             POSTED   MERCHANT"
                   "                       AMOUNT     GL".
           PERFORM START-STATEMENT-LINES.
           PERFORM LIST-ONE-STATEMENT-LINE
               UNTIL LINE-AT-END = "Y".

       LIST-ONE-STATEMENT-LINE.
           PERFORM READ-NEXT-STATEMENT-LINE.
           IF LINE-AT-END = "N" AND
              PCL-STATUS = "O" AND
              (CARD-FILTER = SPACE OR
               CARD-FILTER = PCL-CARD-NUMBER)
               PERFORM DISPLAY-STATEMENT-LINE.

       DISPLAY-STATEMENT-LINE.
           MOVE PCL-AMOUNT TO AMOUNT-FIELD.
           DISPLAY PCL-LINE-NUMBER " " PCL-CARD-NUMBER
                   " " PCL-POST-DATE " " PCL-MERCHANT
                   " " AMOUNT-FIELD " " PCL-GL-ACCOUNT.

       GET-RECODE-LINE.
           DISPLAY " ".
           DISPLAY "LINE NUMBER TO RECODE (0 WHEN DONE)".
           ACCEPT RECODE-LINE.

      *------------------------------------------
      * A line can be recoded while it is
      * still open, by the holder or approver
      * the card names - or by anyone when it
      * names neither, or the card is not on
      * file at all.
      *------------------------------------------
       RECODE-ONE-LINE.
           PERFORM READ-RECODE-LINE.
           IF LINE-MAY-BE-RECODED = "Y"
               PERFORM DISPLAY-STATEMENT-LINE
               PERFORM ENTER-RECODE-GL
               IF RECODE-GL NOT = ZEROES
                   MOVE RECODE-GL   TO PCL-GL-ACCOUNT
                   MOVE OPERATOR-ID TO PCL-CODED-BY
                   PERFORM REWRITE-PCARD-LINE-RECORD
               END-IF
           ELSE
               DISPLAY ERROR-MESSAGE.
           PERFORM GET-RECODE-LINE.

       READ-RECODE-LINE.
           MOVE "N" TO LINE-MAY-BE-RECODED.
           MOVE COMPANY-CODE   TO PCL-COMPANY.
           MOVE STATEMENT-DATE TO PCL-STATEMENT-DATE.
           MOVE RECODE-LINE    TO PCL-LINE-NUMBER.
           MOVE "Y" TO PCARD-LINE-FOUND.
           READ PCARD-LINE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PCARD-LINE-FOUND.
           IF PCARD-LINE-FOUND = "N"
               MOVE "NO SUCH LINE ON THIS STATEMENT"
                 TO ERROR-MESSAGE
           ELSE
           IF PCL-STATUS NOT = "O"
               MOVE "LINE IS ALREADY VOUCHERED" TO ERROR-MESSAGE
           ELSE
           IF CARD-FILTER NOT = SPACE AND
              CARD-FILTER NOT = PCL-CARD-NUMBER
               MOVE "LINE IS FOR ANOTHER CARD" TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-RECODE-AUTHORITY.

       CHECK-RECODE-AUTHORITY.
           MOVE PCL-CARD-NUMBER TO CRH-CARD-NUMBER.
           PERFORM READ-CARDHOLDER-RECORD.
           IF CARDHOLDER-RECORD-FOUND = "N"
               MOVE "Y" TO LINE-MAY-BE-RECODED
           ELSE
           IF CRH-HOLDER-ID = SPACE AND
              CRH-APPROVER-ID = SPACE
               MOVE "Y" TO LINE-MAY-BE-RECODED
           ELSE
           IF OPERATOR-ID = CRH-HOLDER-ID OR
              OPERATOR-ID = CRH-APPROVER-ID
               MOVE "Y" TO LINE-MAY-BE-RECODED
           ELSE
               MOVE "ONLY THE CARDHOLDER OR APPROVER MAY RECODE"
                 TO ERROR-MESSAGE.

       ENTER-RECODE-GL.
           DISPLAY "NEW GL ACCOUNT (0 TO LEAVE IT)".
           ACCEPT RECODE-GL.
           IF RECODE-GL NOT = ZEROES
               MOVE RECODE-GL TO GLA-ACCOUNT
               PERFORM READ-GL-ACCOUNT-RECORD
               IF GL-ACCOUNT-FOUND = "N"
                   DISPLAY "GL ACCOUNT NOT ON CHART OR INACTIVE"
                   PERFORM ENTER-RECODE-GL.

      *------------------------------------------
      * VOUCHER
      *------------------------------------------
       VOUCHER-MODE.
           PERFORM GET-STATEMENT-DATE.
           IF STATEMENT-ON-FILE = "N"
               DISPLAY "NO SUCH STATEMENT HAS BEEN LOADED"
           ELSE
               PERFORM ROLL-UP-THE-STATEMENT
               PERFORM CHECK-STATEMENT-READY
               IF ERROR-MESSAGE NOT = SPACE
                   DISPLAY ERROR-MESSAGE
               ELSE
                   PERFORM VOUCHER-THE-STATEMENT.

      *------------------------------------------
      * One pass over the open lines: count
      * them, count any not coded to an active
      * account, and total the rest by
      * account.
      *------------------------------------------
       ROLL-UP-THE-STATEMENT.
           MOVE ZEROES TO OPEN-LINE-COUNT
                          UNCODED-COUNT
                          ACCOUNT-COUNT
                          STATEMENT-TOTAL.
           PERFORM START-STATEMENT-LINES.
           PERFORM ROLL-UP-ONE-LINE
               UNTIL LINE-AT-END = "Y".

       ROLL-UP-ONE-LINE.
           PERFORM READ-NEXT-STATEMENT-LINE.
           IF LINE-AT-END = "N" AND PCL-STATUS = "O"
               ADD 1 TO OPEN-LINE-COUNT
               ADD PCL-AMOUNT TO STATEMENT-TOTAL
               MOVE PCL-GL-ACCOUNT TO GLA-ACCOUNT
               PERFORM READ-GL-ACCOUNT-RECORD
               IF PCL-GL-ACCOUNT = ZEROES OR
                  GL-ACCOUNT-FOUND = "N"
                   ADD 1 TO UNCODED-COUNT
                   PERFORM DISPLAY-STATEMENT-LINE
               ELSE
                   PERFORM ROLL-LINE-INTO-ACCOUNT.

       ROLL-LINE-INTO-ACCOUNT.
           PERFORM FIND-LINE-ACCOUNT.
           IF ACCOUNT-SLOT = ZEROES AND ACCOUNT-COUNT < 50
               ADD 1 TO ACCOUNT-COUNT
               MOVE ACCOUNT-COUNT  TO ACCOUNT-SLOT
               MOVE PCL-GL-ACCOUNT TO SGL-ACCOUNT (ACCOUNT-SLOT)
               MOVE ZEROES         TO SGL-AMOUNT (ACCOUNT-SLOT).
           IF ACCOUNT-SLOT = ZEROES
               ADD 1 TO UNCODED-COUNT
               DISPLAY "MORE THAN 50 GL ACCOUNTS - LINE "
                       PCL-LINE-NUMBER " NOT CARRIED"
           ELSE
               ADD PCL-AMOUNT TO SGL-AMOUNT (ACCOUNT-SLOT).

       FIND-LINE-ACCOUNT.
           MOVE ZEROES TO ACCOUNT-SLOT.
           PERFORM CHECK-ONE-ACCOUNT
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT OR
                     ACCOUNT-SLOT NOT = ZEROES.

       CHECK-ONE-ACCOUNT.
           IF SGL-ACCOUNT (ACCOUNT-INDEX) = PCL-GL-ACCOUNT
               MOVE ACCOUNT-INDEX TO ACCOUNT-SLOT.

       CHECK-STATEMENT-READY.
           MOVE SPACE TO ERROR-MESSAGE.
           MOVE STATEMENT-DATE (1:6) TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.
           IF OPEN-LINE-COUNT = ZEROES
               MOVE "EVERY LINE ON THIS STATEMENT IS VOUCHERED"
                 TO ERROR-MESSAGE
           ELSE
           IF UNCODED-COUNT NOT = ZEROES
               MOVE UNCODED-COUNT TO COUNT-FIELD
               STRING COUNT-FIELD DELIMITED BY SIZE
                      " LINE(S) ABOVE NEED AN ACTIVE GL ACCOUNT"
                      DELIMITED BY SIZE
                 INTO ERROR-MESSAGE
           ELSE
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               MOVE "THE STATEMENT'S ACCOUNTING PERIOD IS CLOSED"
                 TO ERROR-MESSAGE.

       VOUCHER-THE-STATEMENT.
           DIVIDE ACCOUNT-COUNT BY 5 GIVING CHUNK-COUNT.
           IF CHUNK-COUNT * 5 < ACCOUNT-COUNT
               ADD 1 TO CHUNK-COUNT.
           MOVE OPEN-LINE-COUNT TO COUNT-FIELD.
           MOVE STATEMENT-TOTAL TO TOTAL-FIELD.
           DISPLAY COUNT-FIELD " OPEN LINES TOTALING " TOTAL-FIELD
                   " ON " ACCOUNT-COUNT " GL ACCOUNTS".
           PERFORM GET-ISSUER-VENDOR.
           IF ISSUER-VENDOR NOT = ZEROES
               PERFORM GET-STATEMENT-DUE
               PERFORM ASK-POST-THE-STATEMENT
               IF POST-ANSWER = "Y"
                   PERFORM BUILD-STATEMENT-VOUCHERS
               ELSE
                   DISPLAY "NOTHING VOUCHERED".

       GET-ISSUER-VENDOR.
           DISPLAY "CARD ISSUER'S VENDOR NUMBER (0 TO CANCEL)".
           ACCEPT ISSUER-VENDOR.
           IF ISSUER-VENDOR NOT = ZEROES
               MOVE ISSUER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   DISPLAY "VENDOR NOT ON FILE"
                   PERFORM GET-ISSUER-VENDOR
               ELSE
               IF VENDOR-STATUS = "H"
                   DISPLAY "VENDOR IS ON HOLD"
                   PERFORM GET-ISSUER-VENDOR
               ELSE
                   DISPLAY "ISSUER: " VENDOR-NAME.

       GET-STATEMENT-DUE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PAYMENT DUE DATE (MM/DD/CCYY)?" TO DATE-PROMPT.
           MOVE "A DUE DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO STATEMENT-DUE.
           IF STATEMENT-DUE < STATEMENT-DATE
               DISPLAY "DUE DATE CANNOT BE BEFORE THE STATEMENT DATE"
               PERFORM GET-STATEMENT-DUE.

       ASK-POST-THE-STATEMENT.
           DISPLAY "WRITE " CHUNK-COUNT
                   " VOUCHER(S) TO THE ISSUER (Y/N)?".
           ACCEPT POST-ANSWER.
           INSPECT POST-ANSWER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF POST-ANSWER NOT = "Y" AND
              POST-ANSWER NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-POST-THE-STATEMENT.

      *------------------------------------------
      * One voucher per five accounts, then a
      * second pass stamps every open line
      * with the voucher its account landed
      * on.
      *------------------------------------------
       BUILD-STATEMENT-VOUCHERS.
           PERFORM BUILD-ONE-STATEMENT-VOUCHER
               VARYING CHUNK-INDEX FROM 1 BY 1
               UNTIL CHUNK-INDEX > CHUNK-COUNT.
           PERFORM START-STATEMENT-LINES.
           PERFORM STAMP-ONE-STATEMENT-LINE
               UNTIL LINE-AT-END = "Y".

       BUILD-ONE-STATEMENT-VOUCHER.
           PERFORM INIT-VOUCHER-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-VOUCHER-FROM-STATEMENT.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
           PERFORM WRITE-INVOICE-XREF.
           PERFORM POST-ACCRUAL-ENTRIES.
           MOVE VOUCHER-NUMBER TO SVC-VOUCHER-NUMBER (CHUNK-INDEX).
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "VOUCHER " VOUCHER-NUMBER-FIELD
                   " INVOICE " VOUCHER-INVOICE
                   " " AMOUNT-FIELD.

       STAMP-ONE-STATEMENT-LINE.
           PERFORM READ-NEXT-STATEMENT-LINE.
           IF LINE-AT-END = "N" AND PCL-STATUS = "O"
               PERFORM FIND-LINE-ACCOUNT
               IF ACCOUNT-SLOT NOT = ZEROES
                   COMPUTE CHUNK-INDEX = (ACCOUNT-SLOT + 4) / 5
                   MOVE SVC-VOUCHER-NUMBER (CHUNK-INDEX)
                     TO PCL-VOUCHER-NUMBER
                   MOVE "V" TO PCL-STATUS
                   PERFORM REWRITE-PCARD-LINE-RECORD.

       INIT-VOUCHER-RECORD.
           MOVE SPACE TO VOUCHER-INVOICE
                         VOUCHER-FOR
                         VOUCHER-DEDUCTIBLE
                         VOUCHER-CLEARED
                         VOUCHER-DOCUMENT-REF
                         VOUCHER-ACH-TRACE
                         VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-DISPUTED.
           MOVE "N" TO VOUCHER-ADVANCE-FLAG.
           MOVE SPACE TO VOUCHER-APPROVAL-STATUS
                         VOUCHER-APPROVER-ID.
           MOVE ZEROES TO VOUCHER-LAST-NRA-AMT.
           MOVE SPACE  TO VOUCHER-1099-FORM.
           MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
           MOVE ZEROES TO VOUCHER-1099-BOX.
           MOVE ZEROES TO VOUCHER-VAT-AMOUNT
                          VOUCHER-VAT-RATE
                          VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE  TO VOUCHER-VAT-COUNTRY
                          VOUCHER-VAT-REG-NO.
           MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT
                          VOUCHER-RETAINED-TO-DATE
                          VOUCHER-LAST-RETAINED-AMT.
           MOVE "N" TO VOUCHER-TAX-SELF-ASSESSED.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE 1.0000 TO VOUCHER-EXCHANGE-RATE.
           MOVE 5 TO VOUCHER-PRIORITY.
           MOVE ZEROES TO VOUCHER-NUMBER
                          VOUCHER-VENDOR
                          VOUCHER-AMOUNT
                          VOUCHER-TAX-AMOUNT
                          VOUCHER-DATE
                          VOUCHER-DUE
                          VOUCHER-PAID-AMOUNT
                          VOUCHER-PAID-DATE
                          VOUCHER-CHECK-NO
                          VOUCHER-CLEARED-DATE
                          VOUCHER-FOREIGN-AMOUNT
                          VOUCHER-GL-DIST-COUNT
                          VOUCHER-PAYMENT-COUNT
                          VOUCHER-PO-NUMBER
                          VOUCHER-PERIOD
                          VOUCHER-RECEIVED-DATE
                          VOUCHER-LAST-PAYMENT-AMOUNT
                          VOUCHER-LAST-WITHHELD-AMT
                          VOUCHER-DISC-TAKEN-TOTAL
                          VOUCHER-SCHED-COUNT.
           MOVE "N" TO VOUCHER-ONE-TIME-FLAG.
           MOVE SPACE TO VOUCHER-OT-PAYEE-NAME
                         VOUCHER-OT-ADDRESS-1
                         VOUCHER-OT-CITY
                         VOUCHER-OT-STATE
                         VOUCHER-OT-ZIP.
           PERFORM CLEAR-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.
           PERFORM CLEAR-ONE-PAYMENT-ENTRY
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.

       CLEAR-ONE-GL-LINE.
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-PAYMENT-DISC-TAKEN (GL-INDEX)
                          VOUCHER-SCHED-DATE (GL-INDEX)
                          VOUCHER-SCHED-AMOUNT (GL-INDEX).

       CLEAR-ONE-PAYMENT-ENTRY.
           MOVE ZEROES TO VOUCHER-PAYMENT-DATE (GL-INDEX)
                          VOUCHER-PAYMENT-AMOUNT (GL-INDEX)
                          VOUCHER-PAYMENT-CHECK-NO (GL-INDEX).

      *------------------------------------------
      * Voucher n of a statement carries
      * accounts 5n-4 through 5n.  The invoice
      * is the statement date and the part
      * number, so each part is unique for
      * the issuer on the cross-reference.
      *------------------------------------------
       BUILD-VOUCHER-FROM-STATEMENT.
           MOVE ISSUER-VENDOR    TO VOUCHER-VENDOR.
           MOVE STATEMENT-DATE   TO STATEMENT-INVOICE-DATE.
           MOVE CHUNK-INDEX      TO STATEMENT-INVOICE-PART.
           MOVE STATEMENT-INVOICE TO VOUCHER-INVOICE.
           MOVE "PURCHASING-CARD STATEMENT" TO VOUCHER-FOR.
           MOVE STATEMENT-DATE   TO VOUCHER-DATE.
           MOVE STATEMENT-DUE    TO VOUCHER-DUE.
           MOVE RUN-DATE         TO VOUCHER-RECEIVED-DATE.
           MOVE STATEMENT-DATE (1:6) TO VOUCHER-PERIOD.
           MOVE COMPANY-CODE     TO VOUCHER-COMPANY.
           MOVE "N"              TO VOUCHER-DEDUCTIBLE.
           COMPUTE FIRST-ACCOUNT = (CHUNK-INDEX - 1) * 5.
           PERFORM COPY-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5 OR
                     FIRST-ACCOUNT + GL-INDEX > ACCOUNT-COUNT.
           MOVE VOUCHER-AMOUNT   TO VOUCHER-FOREIGN-AMOUNT.

       COPY-ONE-GL-LINE.
           COMPUTE ACCOUNT-INDEX = FIRST-ACCOUNT + GL-INDEX.
           MOVE SGL-ACCOUNT (ACCOUNT-INDEX)
               TO VOUCHER-GL-ACCOUNT (GL-INDEX).
           MOVE SGL-AMOUNT (ACCOUNT-INDEX)
               TO VOUCHER-GL-AMOUNT (GL-INDEX).
           ADD SGL-AMOUNT (ACCOUNT-INDEX) TO VOUCHER-AMOUNT.
           MOVE GL-INDEX TO VOUCHER-GL-DIST-COUNT.

      *------------------------------------------
      * Voucher numbering - same pattern as
      * VCHMNT01's ADD-MODE, logged to the same
      * skipped-voucher file.
      *------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM READ-CONTROL-RECORD.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
           PERFORM REWRITE-CONTROL-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-ISSUED.

       LOG-VOUCHER-NUMBER-ISSUED.
           MOVE VOUCHER-NUMBER TO SKV-VOUCHER-NUMBER.
           MOVE RUN-DATE       TO SKV-LOG-DATE.
           MOVE "ISSUED"       TO SKV-STATUS.
           WRITE SKIPPED-VOUCHER-RECORD.

       LOG-VOUCHER-NUMBER-COMPLETED.
           MOVE VOUCHER-NUMBER TO SKV-VOUCHER-NUMBER.
           MOVE RUN-DATE       TO SKV-LOG-DATE.
           MOVE "COMPLETED"    TO SKV-STATUS.
           WRITE SKIPPED-VOUCHER-RECORD.

       WRITE-INVOICE-XREF.
           MOVE VOUCHER-VENDOR  TO XRF-VENDOR.
           MOVE VOUCHER-INVOICE TO XRF-INVOICE.
           MOVE VOUCHER-NUMBER  TO XRF-VOUCHER-NUMBER.
           MOVE "L"             TO XRF-STATUS.
           MOVE RUN-DATE        TO XRF-DATE.
           WRITE INVOICE-XREF-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVOICE CROSS-REFERENCE".

      *------------------------------------------
      * The same accrual entries VCHMNT01 books
      * at keyed entry - one "ACR" debit per
      * distribution line, one credit to the AP
      * account for the total.
      *------------------------------------------
       POST-ACCRUAL-ENTRIES.
           MOVE +1 TO ACCRUAL-SIGN.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-ONE-ACCRUAL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
           MOVE CONTROL-AP-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT =
               ZERO - (VOUCHER-AMOUNT * ACCRUAL-SIGN).
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ONE-ACCRUAL-LINE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT =
               VOUCHER-GL-AMOUNT (GL-INDEX) * ACCRUAL-SIGN.
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ACCRUAL-POST-RECORD.
           MOVE RUN-DATE       TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES         TO GLP-CHECK-NO.
           MOVE "ACR"          TO GLP-SOURCE.
           MOVE COMPANY-CODE   TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-STATEMENT-RECORD.
           READ PCARD-STATEMENT-FILE
               AT END MOVE "Y" TO STATEMENT-AT-END.

       START-STATEMENT-LINES.
           MOVE COMPANY-CODE   TO PCL-COMPANY.
           MOVE STATEMENT-DATE TO PCL-STATEMENT-DATE.
           MOVE ZEROES         TO PCL-LINE-NUMBER.
           MOVE "N" TO LINE-AT-END.
           START PCARD-LINE-FILE
               KEY IS NOT LESS THAN PCL-KEY
               INVALID KEY MOVE "Y" TO LINE-AT-END.

       READ-NEXT-STATEMENT-LINE.
           READ PCARD-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO LINE-AT-END.
           IF LINE-AT-END = "N"
               IF PCL-COMPANY NOT = COMPANY-CODE OR
                  PCL-STATEMENT-DATE NOT = STATEMENT-DATE
                   MOVE "Y" TO LINE-AT-END.

       WRITE-PCARD-LINE-RECORD.
           WRITE PCARD-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING P-CARD LINE RECORD".

       REWRITE-PCARD-LINE-RECORD.
           REWRITE PCARD-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING P-CARD LINE RECORD".

       READ-CARDHOLDER-RECORD.
           MOVE "Y" TO CARDHOLDER-RECORD-FOUND.
           READ CARDHOLDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CARDHOLDER-RECORD-FOUND.

       READ-GL-ACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           MOVE "ADD"  TO AUD-FIELD-NAME.
           MOVE SPACE  TO AUD-BEFORE-FIELD-VALUE.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           MOVE AMOUNT-FIELD TO AUD-AFTER-FIELD-VALUE.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-ADD.
           PERFORM WRITE-AUDIT-LOG-RECORD.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE OPERATOR-ID            TO AUD-OPERATOR-ID.
           MOVE RUN-DATE               TO AUD-LOG-DATE.
           MOVE RUN-TIME               TO AUD-LOG-TIME.
           MOVE VOUCHER-NUMBER         TO AUD-VOUCHER-NUMBER.
           MOVE AUD-FIELD-NAME         TO AUD-FIELD-CHANGED.
           MOVE AUD-BEFORE-FIELD-VALUE TO AUD-BEFORE-VALUE.
           MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
           MOVE "V"                    TO AUD-SOURCE.
           MOVE ZEROES                 TO AUD-VENDOR-NUMBER.
           MOVE SPACE                  TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

           COPY "pldate01.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
