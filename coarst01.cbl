       IDENTIFICATION DIVISION.
       PROGRAM-ID. COARST01.
      *------------------------------------------
      * Chart-of-accounts restructure.  Loads
      * the old-to-new account mapping (coamap,
      * one line per account being moved) and
      * finds every place AP keeps a GL account
      * that is still to be converted:
      *
      *   - GL template lines - and through
      *     them every vendor's default coding
      *     (VENDOR-GL-TEMPLATE), which follows
      *     its template,
      *   - approver ranges - an end of a range
      *     that is itself moved, and every old
      *     account a range covers (a moved
      *     account landing outside its range
      *     is flagged, its approver would
      *     change),
      *   - the budget master,
      *   - the use-tax taxability matrix,
      *   - PO-GL-ACCOUNT on open orders,
      *   - the distribution lines of open
      *     vouchers,
      *   - the CONTROL-RECORD posting accounts
      *     of every company,
      *   - each bank account's GL cash
      *     account, each petty cash fund's
      *     cash account and each authorized
      *     ACH originator's GL account.
      *
      * The where-used run only reports.  The
      * remap run (supervisor only, and only
      * with a clean mapping) changes them all
      * in the same pass and lists every field
      * before and after.  Closed history is
      * left exactly as it was posted - paid
      * vouchers, voucher history, closed
      * orders and the GL posting stream are
      * never read.
      *
      * Budget, taxability and approver records
      * are keyed by the account, so a moved
      * one is added under the new key and the
      * old one deleted.  A budget meeting one
      * already on file for the new account and
      * period is added into it; a taxability
      * row meeting one that agrees is dropped
      * and one that disagrees is left and
      * flagged; an approver range whose new
      * start is already on file is left and
      * flagged.  Master-table changes go on
      * the audit log under each table's own
      * source, open vouchers on the voucher
      * journal.
      *
      * A new account that is also being moved
      * is refused - the map is applied once,
      * so a chain would depend on file order.
      * Re-running after an interrupted remap
      * is safe: what was converted no longer
      * carries an old account.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcoamap.cbl".

           COPY "slglacct.cbl".

           COPY "slgltmpl.cbl".

           COPY "slvnd02.cbl".

           COPY "slapprvr.cbl".

           COPY "slbudget.cbl".

           COPY "sltaxmtx.cbl".

           COPY "slpurord.cbl".

           COPY "slvouch.cbl".

           COPY "slcontrl.cbl".

           COPY "slbank.cbl".

           COPY "slpcfund.cbl".

           COPY "slachorg.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

           COPY "slvjrnl.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcoamap.cbl".

           COPY "fdglacct.cbl".

           COPY "fdgltmpl.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdapprvr.cbl".

           COPY "fdbudget.cbl".

           COPY "fdtaxmtx.cbl".

           COPY "fdpurord.cbl".

           COPY "fdvouch.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdbank.cbl".

           COPY "fdpcfund.cbl".

           COPY "fdachorg.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  RUN-DATE                    PIC 9(08).
       77  RUN-MODE                    PIC X(01).
           88  REMAP-RUN               VALUE "R".
       77  OK-TO-REMAP                 PIC X(01).
       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  GL-ACCOUNT-FOUND            PIC X(01).
       77  MAP-AT-END                  PIC X(01).
       77  FILE-AT-END                 PIC X(01).
       77  NEW-KEY-FOUND               PIC X(01).
       77  RECORD-CHANGED              PIC X(01).
       77  ACCOUNT-MAPPED              PIC X(01).
       77  REMAP-HELD                  PIC X(01).
       77  RECORD-MAPPED               PIC X(01).

      *------------------------------------------
      * The mapping.  MAP-USE-COUNT is how many
      * places the old account turned up.
      *------------------------------------------
       77  MAP-COUNT                   PIC 9(03) VALUE ZERO.
       77  MAP-SUB                     PIC 9(03).
       77  MAP-CHECK-SUB               PIC 9(03).
       77  MAP-ERROR-COUNT             PIC 9(05) VALUE ZERO.
       77  MAP-LINE-COUNT              PIC 9(05) VALUE ZERO.
       01  ACCOUNT-MAP-TABLE.
           05 MAP-ENTRY                OCCURS 500 TIMES.
              10 MAP-OLD-ACCOUNT       PIC 9(06).
              10 MAP-NEW-ACCOUNT       PIC 9(06).
              10 MAP-USE-COUNT         PIC 9(05).

      *------------------------------------------
      * The account in hand.  The caller moves
      * the field to REMAP-ACCOUNT and says
      * where it came from; on the remap run
      * REMAP-ACCOUNT comes back converted.
      *------------------------------------------
       77  REMAP-ACCOUNT               PIC 9(06).
       77  REMAP-OLD-ACCOUNT           PIC 9(06).
       77  REMAP-LOCATION              PIC X(16).
       77  REMAP-KEY                   PIC X(15).
       77  REMAP-FIELD-NAME            PIC X(20).
       77  REMAP-NOTE                  PIC X(40).

       77  TEMPLATE-SUB                PIC 9(01).
       77  DIST-SUB                    PIC 9(01).
       01  AFFECTED-TEMPLATE-TABLE.
           05 TEMPLATE-AFFECTED        OCCURS 999 TIMES
                                       PIC X(01).

      *------------------------------------------
      * Approver ranges already moved to a new
      * start this run - the browse meets them
      * again under the new key.
      *------------------------------------------
       77  MOVED-RANGE-COUNT           PIC 9(03) VALUE ZERO.
       77  MOVED-RANGE-SUB             PIC 9(03).
       77  RANGE-ALREADY-MOVED         PIC X(01).
       01  MOVED-RANGE-TABLE.
           05 MOVED-RANGE-FROM         OCCURS 500 TIMES
                                       PIC 9(06).

       77  SAVED-APR-FROM              PIC 9(06).
       77  SAVED-APR-THRU              PIC 9(06).
       77  NEW-APR-FROM                PIC 9(06).
       77  NEW-APR-THRU                PIC 9(06).
       01  SAVED-APPROVER-RECORD       PIC X(50).
       01  SAVED-BUDGET-RECORD.
           05 SAVED-BUD-KEY.
              10 SAVED-BUD-ACCOUNT     PIC 9(06).
              10 SAVED-BUD-PERIOD      PIC 9(06).
           05 SAVED-BUD-AMOUNT         PIC S9(08)V99.
           05 SAVED-BUD-POSTED-AMOUNT  PIC S9(08)V99.
           05 SAVED-BUD-ACTION         PIC X(01).
       77  NEW-BUD-ACCOUNT             PIC 9(06).
       01  SAVED-TAXABILITY-RECORD.
           05 SAVED-TMX-KEY.
              10 SAVED-TMX-GL-ACCOUNT  PIC 9(06).
              10 SAVED-TMX-STATE       PIC X(02).
           05 SAVED-TMX-TAXABLE        PIC X(01).
           05 SAVED-TMX-DESCRIPTION    PIC X(30).
       77  NEW-TMX-ACCOUNT             PIC 9(06).

      *------------------------------------------
      * Records converted (or to convert) by
      * table.
      *------------------------------------------
       77  TEMPLATE-CHANGES            PIC 9(05) VALUE ZERO.
       77  VENDOR-USES                 PIC 9(05) VALUE ZERO.
       77  APPROVER-CHANGES            PIC 9(05) VALUE ZERO.
       77  BUDGET-CHANGES              PIC 9(05) VALUE ZERO.
       77  TAXABILITY-CHANGES          PIC 9(05) VALUE ZERO.
       77  PO-CHANGES                  PIC 9(05) VALUE ZERO.
       77  VOUCHER-CHANGES             PIC 9(05) VALUE ZERO.
       77  CONTROL-CHANGES             PIC 9(05) VALUE ZERO.
       77  BANK-CHANGES                PIC 9(05) VALUE ZERO.
       77  FUND-CHANGES                PIC 9(05) VALUE ZERO.
       77  ORIGINATOR-CHANGES          PIC 9(05) VALUE ZERO.
       77  HELD-COUNT                  PIC 9(05) VALUE ZERO.
       77  FIELD-COUNT                 PIC 9(05) VALUE ZERO.

       77  COUNT-FIELD                 PIC ZZZZ9.
       77  TABLE-NAME                  PIC X(24).
       77  TABLE-COUNT                 PIC 9(05).

           COPY "wscase01.cbl".

           COPY "wsaudmst.cbl".

           COPY "wsvjrnl.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF MENU-PICK NOT = 0
               PERFORM MAIN-PROCESS
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

      *------------------------------------------
      * The run is chosen before anything is
      * opened - the where-used run opens the
      * tables for input only.
      *------------------------------------------
       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.
           CLOSE OPERATOR-FILE.
           PERFORM GET-MENU-PICK.
           IF MENU-PICK = 2 AND NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY REMAP THE CHART OF "
                       "ACCOUNTS"
               MOVE 0 TO MENU-PICK.
           IF MENU-PICK = 2
               PERFORM GET-OK-TO-REMAP
               IF OK-TO-REMAP = "N"
                   MOVE 0 TO MENU-PICK.
           IF MENU-PICK = 1
               MOVE "W" TO RUN-MODE
               PERFORM OPEN-FOR-WHERE-USED
           ELSE
           IF MENU-PICK = 2
               MOVE "R" TO RUN-MODE
               PERFORM OPEN-FOR-REMAP.

       OPEN-FOR-WHERE-USED.
           MOVE "COARST01" TO REPORT-ID.
           MOVE "CHART RESTRUCTURE - WHERE USED" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT ACCOUNT-MAP-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT GL-TEMPLATE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT APPROVER-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT TAXABILITY-MATRIX-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT PETTY-CASH-FUND-FILE.
           OPEN INPUT AUTH-ORIGINATOR-FILE.

       OPEN-FOR-REMAP.
           MOVE "COARST01" TO REPORT-ID.
           MOVE "CHART RESTRUCTURE - REMAP" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT ACCOUNT-MAP-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN I-O GL-TEMPLATE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O APPROVER-FILE.
           OPEN I-O BUDGET-FILE.
           OPEN I-O TAXABILITY-MATRIX-FILE.
           OPEN I-O PURCHASE-ORDER-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O BANK-ACCOUNT-FILE.
           OPEN I-O PETTY-CASH-FUND-FILE.
           OPEN I-O AUTH-ORIGINATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.
           MOVE "COARST01" TO JRN-PROGRAM.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE ACCOUNT-MAP-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE GL-TEMPLATE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE APPROVER-FILE.
           CLOSE BUDGET-FILE.
           CLOSE TAXABILITY-MATRIX-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE PETTY-CASH-FUND-FILE.
           CLOSE AUTH-ORIGINATOR-FILE.
           IF REMAP-RUN
               CLOSE AUDIT-LOG-FILE
               CLOSE VOUCHER-JOURNAL-FILE.

      *------------------------------------------
      * Sign-on - the remap is a supervisor's
      * run, and the audit entries carry who
      * ran it.
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
      * MENU
      *------------------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    CHART OF ACCOUNTS RESTRUCTURE".
           DISPLAY " ".
           DISPLAY "          1.  WHERE-USED REPORT (NO CHANGES)".
           DISPLAY "          2.  REMAP EVERY ACCOUNT ON THE MAP".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       GET-OK-TO-REMAP.
           PERFORM ACCEPT-OK-TO-REMAP.
           PERFORM RE-ACCEPT-OK-TO-REMAP
               UNTIL OK-TO-REMAP = "Y" OR "N".

       ACCEPT-OK-TO-REMAP.
           DISPLAY "EVERY OLD ACCOUNT IN coamap WILL BE CHANGED "
                   "TO ITS NEW ACCOUNT.".
           DISPLAY "RUN THE WHERE-USED REPORT FIRST.  "
                   "REMAP NOW (Y/N)?".
           ACCEPT OK-TO-REMAP.
           INSPECT OK-TO-REMAP
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-REMAP.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-REMAP.

      *------------------------------------------
      * A mapping with any error converts
      * nothing - the listing says what to fix.
      *------------------------------------------
       MAIN-PROCESS.
           PERFORM LOAD-THE-MAP.
           IF MAP-COUNT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "*** NO ACCOUNTS ON THE MAP - NOTHING TO DO"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
           IF MAP-ERROR-COUNT NOT = ZEROES AND REMAP-RUN
               MOVE MAP-ERROR-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "*** " COUNT-FIELD " MAPPING ERROR(S) - "
                      "NOTHING HAS BEEN CHANGED"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM PRINT-COLUMN-HEADING
               PERFORM SCAN-EVERY-TABLE
               PERFORM PRINT-MAP-SUMMARY.

       SCAN-EVERY-TABLE.
           MOVE SPACE TO AFFECTED-TEMPLATE-TABLE.
           PERFORM SCAN-GL-TEMPLATES.
           PERFORM SCAN-VENDOR-CODING.
           PERFORM SCAN-APPROVER-RANGES.
           PERFORM SCAN-BUDGETS.
           PERFORM SCAN-TAXABILITY-MATRIX.
           PERFORM SCAN-PURCHASE-ORDERS.
           PERFORM SCAN-OPEN-VOUCHERS.
           PERFORM SCAN-CONTROL-RECORDS.
           PERFORM SCAN-BANK-ACCOUNTS.
           PERFORM SCAN-PETTY-CASH-FUNDS.
           PERFORM SCAN-ACH-ORIGINATORS.

      *------------------------------------------
      * Load and check the mapping.
      *------------------------------------------
       LOAD-THE-MAP.
           MOVE SPACE TO PRINT-LINE
           STRING "ACCOUNT MAPPING (coamap)"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE "N" TO MAP-AT-END.
           PERFORM READ-NEXT-MAP-LINE.
           PERFORM LOAD-ONE-MAP-LINE
               UNTIL MAP-AT-END = "Y".
           PERFORM CHECK-MAP-FOR-CHAINS
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT.
           MOVE MAP-LINE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   " COUNT-FIELD " MAPPING LINE(S) READ"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE MAP-ERROR-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   " COUNT-FIELD " ERROR(S)"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       LOAD-ONE-MAP-LINE.
           ADD 1 TO MAP-LINE-COUNT.
           MOVE SPACE TO REMAP-NOTE.
           IF CAM-OLD-ACCOUNT = ZEROES OR
              CAM-NEW-ACCOUNT = ZEROES
               MOVE "OLD OR NEW ACCOUNT MISSING" TO REMAP-NOTE
           ELSE
           IF CAM-OLD-ACCOUNT = CAM-NEW-ACCOUNT
               MOVE "MAPS TO ITSELF" TO REMAP-NOTE
           ELSE
               PERFORM CHECK-FOR-DUPLICATE-OLD
               IF ACCOUNT-MAPPED = "Y"
                   MOVE "OLD ACCOUNT MAPPED TWICE" TO REMAP-NOTE
               ELSE
                   PERFORM CHECK-NEW-ON-CHART
                   IF GL-ACCOUNT-FOUND = "N"
                       MOVE "NEW ACCOUNT NOT ON CHART OR INACTIVE"
                         TO REMAP-NOTE
                   ELSE
                   IF MAP-COUNT NOT < 500
                       MOVE "MORE THAN 500 ACCOUNTS ON THE MAP"
                         TO REMAP-NOTE.
           IF REMAP-NOTE = SPACE
               ADD 1 TO MAP-COUNT
               MOVE CAM-OLD-ACCOUNT TO MAP-OLD-ACCOUNT (MAP-COUNT)
               MOVE CAM-NEW-ACCOUNT TO MAP-NEW-ACCOUNT (MAP-COUNT)
               MOVE ZEROES TO MAP-USE-COUNT (MAP-COUNT)
           ELSE
               ADD 1 TO MAP-ERROR-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING "*** " CAM-OLD-ACCOUNT " TO " CAM-NEW-ACCOUNT
                      " - " REMAP-NOTE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM READ-NEXT-MAP-LINE.

       CHECK-FOR-DUPLICATE-OLD.
           MOVE CAM-OLD-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM FIND-ACCOUNT-IN-MAP.

       CHECK-NEW-ON-CHART.
           MOVE CAM-NEW-ACCOUNT TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-STATUS NOT = "A"
               MOVE "N" TO GL-ACCOUNT-FOUND.

       CHECK-MAP-FOR-CHAINS.
           MOVE MAP-NEW-ACCOUNT (MAP-SUB) TO REMAP-ACCOUNT.
           PERFORM FIND-ACCOUNT-IN-MAP.
           IF ACCOUNT-MAPPED = "Y"
               ADD 1 TO MAP-ERROR-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING "*** " MAP-OLD-ACCOUNT (MAP-SUB) " TO "
                      MAP-NEW-ACCOUNT (MAP-SUB)
                      " - NEW ACCOUNT IS ITSELF BEING MOVED"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       FIND-ACCOUNT-IN-MAP.
           MOVE "N" TO ACCOUNT-MAPPED.
           PERFORM CHECK-ONE-MAP-ENTRY
               VARYING MAP-CHECK-SUB FROM 1 BY 1
               UNTIL MAP-CHECK-SUB > MAP-COUNT OR
                     ACCOUNT-MAPPED = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF ACCOUNT-MAPPED = "Y"
               SUBTRACT 1 FROM MAP-CHECK-SUB.

       CHECK-ONE-MAP-ENTRY.
           IF MAP-OLD-ACCOUNT (MAP-CHECK-SUB) = REMAP-ACCOUNT
               MOVE "Y" TO ACCOUNT-MAPPED.

      *------------------------------------------
      * The shared step for every account
      * field.  The caller has already looked
      * the account up (FIND-ACCOUNT-IN-MAP)
      * and decided it can move; this lists it
      * and, on the remap run, converts it with
      * the audit entry when MAUD-SOURCE names
      * an audited table.
      *------------------------------------------
       REMAP-THE-ACCOUNT.
           MOVE "Y" TO RECORD-MAPPED.
           ADD 1 TO MAP-USE-COUNT (MAP-CHECK-SUB).
           ADD 1 TO FIELD-COUNT.
           MOVE REMAP-ACCOUNT TO REMAP-OLD-ACCOUNT.
           PERFORM PRINT-REMAP-LINE.
           IF REMAP-RUN
               IF MAUD-SOURCE NOT = SPACE
                   PERFORM CAPTURE-MASTER-BEFORE
               END-IF
               MOVE MAP-NEW-ACCOUNT (MAP-CHECK-SUB) TO REMAP-ACCOUNT
               MOVE "Y" TO RECORD-CHANGED
               IF MAUD-SOURCE NOT = SPACE
                   PERFORM LOG-MASTER-CHANGES.

      *    Looks the account up and remaps it when it is on the
      *    map - for a field whose record key does not move.
       REMAP-IF-MAPPED.
           PERFORM FIND-ACCOUNT-IN-MAP.
           IF ACCOUNT-MAPPED = "Y"
               MOVE SPACE TO REMAP-NOTE
               PERFORM REMAP-THE-ACCOUNT.

       CAPTURE-MASTER-FIELDS.
           MOVE REMAP-FIELD-NAME TO MAUD-FIELD-NAME.
           MOVE REMAP-ACCOUNT    TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * GL templates - every coded line.  A
      * template touched is remembered for the
      * vendor pass.
      *------------------------------------------
       SCAN-GL-TEMPLATES.
           MOVE "T" TO MAUD-SOURCE.
           MOVE ZEROES TO TPL-CODE.
           MOVE "N" TO FILE-AT-END.
           START GL-TEMPLATE-FILE
               KEY IS NOT LESS THAN TPL-CODE
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-TEMPLATE.
           PERFORM REMAP-ONE-TEMPLATE
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-TEMPLATE.
           MOVE "N" TO RECORD-CHANGED.
           MOVE "N" TO RECORD-MAPPED.
           MOVE "GL TEMPLATE" TO REMAP-LOCATION.
           MOVE TPL-CODE TO REMAP-KEY.
           MOVE TPL-CODE TO MAUD-KEY.
           PERFORM REMAP-ONE-TEMPLATE-LINE
               VARYING TEMPLATE-SUB FROM 1 BY 1
               UNTIL TEMPLATE-SUB > TPL-LINE-COUNT OR
                     TEMPLATE-SUB > 5.
           IF RECORD-MAPPED = "Y"
               ADD 1 TO TEMPLATE-CHANGES.
           IF RECORD-CHANGED = "Y"
               REWRITE GL-TEMPLATE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING TEMPLATE " TPL-CODE.
           PERFORM READ-NEXT-TEMPLATE.

       REMAP-ONE-TEMPLATE-LINE.
           MOVE SPACE TO REMAP-FIELD-NAME.
           STRING "LINE " TEMPLATE-SUB " ACCOUNT"
                  DELIMITED BY SIZE INTO REMAP-FIELD-NAME.
           MOVE TPL-ACCOUNT (TEMPLATE-SUB) TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           IF ACCOUNT-MAPPED = "Y"
               IF TPL-CODE NOT = ZEROES
                   MOVE "Y" TO TEMPLATE-AFFECTED (TPL-CODE)
               END-IF
               MOVE REMAP-ACCOUNT TO TPL-ACCOUNT (TEMPLATE-SUB).

      *------------------------------------------
      * Vendor default coding is a template
      * code, so the vendor itself never
      * changes - it is listed so the
      * where-used is complete.
      *------------------------------------------
       SCAN-VENDOR-CODING.
           MOVE SPACE TO MAUD-SOURCE.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO FILE-AT-END.
           START VENDOR-FILE
               KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-VENDOR.
           PERFORM LIST-ONE-VENDOR
               UNTIL FILE-AT-END = "Y".

       LIST-ONE-VENDOR.
           IF VENDOR-GL-TEMPLATE NOT = ZEROES
               IF TEMPLATE-AFFECTED (VENDOR-GL-TEMPLATE) = "Y"
                   ADD 1 TO VENDOR-USES
                   MOVE SPACE TO PRINT-LINE
                   STRING "VENDOR CODING    " VENDOR-NUMBER
                          "           TEMPLATE " VENDOR-GL-TEMPLATE
                          "         FOLLOWS ITS TEMPLATE"
                          DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM PRINT-A-LINE.
           PERFORM READ-NEXT-VENDOR.

      *------------------------------------------
      * Approver ranges.  An end of the range
      * that is on the map moves; a new start
      * is a new key, so the range is added
      * under it and the old one deleted, and
      * the browse picks up after the old key.
      *------------------------------------------
       SCAN-APPROVER-RANGES.
           MOVE "A" TO MAUD-SOURCE.
           MOVE ZEROES TO APR-ACCOUNT-FROM.
           PERFORM START-APPROVER-FILE.
           PERFORM REMAP-ONE-APPROVER
               UNTIL FILE-AT-END = "Y".

       START-APPROVER-FILE.
           MOVE "N" TO FILE-AT-END.
           START APPROVER-FILE
               KEY IS GREATER THAN APR-ACCOUNT-FROM
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-APPROVER.

       REMAP-ONE-APPROVER.
           PERFORM CHECK-RANGE-ALREADY-MOVED.
           IF RANGE-ALREADY-MOVED = "Y"
               PERFORM READ-NEXT-APPROVER
           ELSE
               PERFORM REMAP-THE-APPROVER.

       CHECK-RANGE-ALREADY-MOVED.
           MOVE "N" TO RANGE-ALREADY-MOVED.
           PERFORM CHECK-ONE-MOVED-RANGE
               VARYING MOVED-RANGE-SUB FROM 1 BY 1
               UNTIL MOVED-RANGE-SUB > MOVED-RANGE-COUNT OR
                     RANGE-ALREADY-MOVED = "Y".

       CHECK-ONE-MOVED-RANGE.
           IF MOVED-RANGE-FROM (MOVED-RANGE-SUB) = APR-ACCOUNT-FROM
               MOVE "Y" TO RANGE-ALREADY-MOVED.

       REMAP-THE-APPROVER.
           MOVE "N" TO REMAP-HELD.
           MOVE APPROVER-RECORD  TO SAVED-APPROVER-RECORD.
           MOVE APR-ACCOUNT-FROM TO SAVED-APR-FROM
                                    NEW-APR-FROM.
           MOVE APR-ACCOUNT-THRU TO SAVED-APR-THRU
                                    NEW-APR-THRU.
           MOVE APR-ACCOUNT-THRU TO REMAP-ACCOUNT.
           PERFORM FIND-ACCOUNT-IN-MAP.
           IF ACCOUNT-MAPPED = "Y"
               MOVE MAP-NEW-ACCOUNT (MAP-CHECK-SUB) TO NEW-APR-THRU.
           MOVE APR-ACCOUNT-FROM TO REMAP-ACCOUNT.
           PERFORM FIND-ACCOUNT-IN-MAP.
           IF ACCOUNT-MAPPED = "Y"
               MOVE MAP-NEW-ACCOUNT (MAP-CHECK-SUB) TO NEW-APR-FROM
               PERFORM CHECK-NEW-APPROVER-KEY.
           IF NEW-APR-FROM > NEW-APR-THRU AND REMAP-HELD = "N"
               MOVE "Y" TO REMAP-HELD
               ADD 1 TO HELD-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING "APPROVER RANGE   " SAVED-APR-FROM
                      "          *** NEW RANGE " NEW-APR-FROM
                      " THRU " NEW-APR-THRU
                      " RUNS BACKWARD - LEFT AS IS"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           IF REMAP-HELD = "N"
               PERFORM REMAP-APPROVER-ENDS.
           PERFORM LIST-COVERED-ACCOUNTS
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT.
           IF REMAP-HELD = "N" AND
              (NEW-APR-FROM NOT = SAVED-APR-FROM OR
               NEW-APR-THRU NOT = SAVED-APR-THRU)
               PERFORM MOVE-THE-APPROVER-RANGE.
           MOVE SAVED-APR-FROM TO APR-ACCOUNT-FROM.
           PERFORM START-APPROVER-FILE.

      *    A random READ loses the browse position, so the
      *    saved record is put back for the caller either way.
       CHECK-NEW-APPROVER-KEY.
           MOVE NEW-APR-FROM TO APR-ACCOUNT-FROM.
           MOVE "Y" TO NEW-KEY-FOUND.
           READ APPROVER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO NEW-KEY-FOUND.
           MOVE SAVED-APPROVER-RECORD TO APPROVER-RECORD.
           IF NEW-KEY-FOUND = "Y"
               MOVE "Y" TO REMAP-HELD
               ADD 1 TO HELD-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING "APPROVER RANGE   " SAVED-APR-FROM
                      "          *** A RANGE ALREADY STARTS AT "
                      NEW-APR-FROM " - LEFT AS IS"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       REMAP-APPROVER-ENDS.
           MOVE "APPROVER RANGE" TO REMAP-LOCATION.
           MOVE SAVED-APR-FROM TO REMAP-KEY.
           MOVE SAVED-APR-FROM TO MAUD-KEY.
           MOVE "ACCOUNT-FROM" TO REMAP-FIELD-NAME.
           MOVE APR-ACCOUNT-FROM TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO APR-ACCOUNT-FROM.
           MOVE "ACCOUNT-THRU" TO REMAP-FIELD-NAME.
           MOVE APR-ACCOUNT-THRU TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO APR-ACCOUNT-THRU.

      *    An old account strictly inside the range - its
      *    approver changes if the new account falls outside.
       LIST-COVERED-ACCOUNTS.
           IF MAP-OLD-ACCOUNT (MAP-SUB) > SAVED-APR-FROM AND
              MAP-OLD-ACCOUNT (MAP-SUB) < SAVED-APR-THRU
               ADD 1 TO MAP-USE-COUNT (MAP-SUB)
               IF MAP-NEW-ACCOUNT (MAP-SUB) < NEW-APR-FROM OR
                  MAP-NEW-ACCOUNT (MAP-SUB) > NEW-APR-THRU
                   MOVE "*** NEW ACCOUNT OUTSIDE THE RANGE"
                     TO REMAP-NOTE
               ELSE
                   MOVE "STAYS INSIDE THE RANGE" TO REMAP-NOTE
               END-IF
               MOVE SPACE TO PRINT-LINE
               STRING "APPROVER RANGE   " SAVED-APR-FROM
                      "          COVERS " MAP-OLD-ACCOUNT (MAP-SUB)
                      " -> " MAP-NEW-ACCOUNT (MAP-SUB) "  "
                      REMAP-NOTE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       MOVE-THE-APPROVER-RANGE.
           ADD 1 TO APPROVER-CHANGES.
           IF REMAP-RUN
               IF APR-ACCOUNT-FROM = SAVED-APR-FROM
                   REWRITE APPROVER-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING APPROVER RANGE "
                               SAVED-APR-FROM
               ELSE
                   WRITE APPROVER-RECORD
                       INVALID KEY
                       DISPLAY "ERROR ADDING APPROVER RANGE "
                               APR-ACCOUNT-FROM
                   END-WRITE
                   PERFORM REMEMBER-MOVED-RANGE
                   MOVE SAVED-APR-FROM TO APR-ACCOUNT-FROM
                   DELETE APPROVER-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING APPROVER RANGE "
                               SAVED-APR-FROM.

       REMEMBER-MOVED-RANGE.
           IF MOVED-RANGE-COUNT < 500
               ADD 1 TO MOVED-RANGE-COUNT
               MOVE APR-ACCOUNT-FROM
                 TO MOVED-RANGE-FROM (MOVED-RANGE-COUNT).

      *------------------------------------------
      * Budgets - keyed by account and period.
      * A budget already on file for the new
      * account and period takes this one's
      * amounts added in.
      *------------------------------------------
       SCAN-BUDGETS.
           MOVE "U" TO MAUD-SOURCE.
           MOVE ZEROES TO BUD-KEY.
           PERFORM START-BUDGET-FILE.
           PERFORM REMAP-ONE-BUDGET
               UNTIL FILE-AT-END = "Y".

       START-BUDGET-FILE.
           MOVE "N" TO FILE-AT-END.
           START BUDGET-FILE
               KEY IS GREATER THAN BUD-KEY
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-BUDGET.

       REMAP-ONE-BUDGET.
           MOVE BUD-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM FIND-ACCOUNT-IN-MAP.
           IF ACCOUNT-MAPPED = "N"
               PERFORM READ-NEXT-BUDGET
           ELSE
               MOVE BUDGET-RECORD TO SAVED-BUDGET-RECORD
               MOVE MAP-NEW-ACCOUNT (MAP-CHECK-SUB)
                 TO NEW-BUD-ACCOUNT
               MOVE NEW-BUD-ACCOUNT TO BUD-ACCOUNT
               MOVE "Y" TO NEW-KEY-FOUND
               READ BUDGET-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO NEW-KEY-FOUND
               END-READ
               PERFORM REMAP-THE-BUDGET
               MOVE SAVED-BUD-KEY TO BUD-KEY
               PERFORM START-BUDGET-FILE.

       REMAP-THE-BUDGET.
           ADD 1 TO BUDGET-CHANGES.
           MOVE "BUDGET" TO REMAP-LOCATION.
           MOVE SPACE TO REMAP-KEY MAUD-KEY.
           STRING SAVED-BUD-ACCOUNT " " SAVED-BUD-PERIOD
                  DELIMITED BY SIZE INTO REMAP-KEY.
           MOVE REMAP-KEY TO MAUD-KEY.
           MOVE "ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE SAVED-BUD-ACCOUNT TO REMAP-ACCOUNT.
           IF NEW-KEY-FOUND = "Y"
               MOVE "ADDED INTO THE BUDGET ALREADY ON FILE"
                 TO REMAP-NOTE
           ELSE
               MOVE SPACE TO REMAP-NOTE.
           PERFORM REMAP-THE-ACCOUNT.
           IF REMAP-RUN
               PERFORM MOVE-THE-BUDGET.

       MOVE-THE-BUDGET.
           IF NEW-KEY-FOUND = "Y"
               ADD SAVED-BUD-AMOUNT        TO BUD-AMOUNT
               ADD SAVED-BUD-POSTED-AMOUNT TO BUD-POSTED-AMOUNT
               REWRITE BUDGET-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING BUDGET " BUD-KEY
           ELSE
               MOVE SAVED-BUDGET-RECORD TO BUDGET-RECORD
               MOVE NEW-BUD-ACCOUNT TO BUD-ACCOUNT
               WRITE BUDGET-RECORD
                   INVALID KEY
                   DISPLAY "ERROR ADDING BUDGET " BUD-KEY.
           MOVE SAVED-BUD-KEY TO BUD-KEY.
           DELETE BUDGET-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING BUDGET " SAVED-BUD-KEY.

      *------------------------------------------
      * Taxability matrix - keyed by account
      * and state.  A row already on file for
      * the new account that agrees makes this
      * one redundant; one that disagrees needs
      * a person.
      *------------------------------------------
       SCAN-TAXABILITY-MATRIX.
           MOVE SPACE TO MAUD-SOURCE.
           MOVE ZEROES TO TMX-GL-ACCOUNT.
           MOVE SPACE TO TMX-STATE.
           PERFORM START-TAXABILITY-FILE.
           PERFORM REMAP-ONE-TAXABILITY
               UNTIL FILE-AT-END = "Y".

       START-TAXABILITY-FILE.
           MOVE "N" TO FILE-AT-END.
           START TAXABILITY-MATRIX-FILE
               KEY IS GREATER THAN TMX-KEY
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-TAXABILITY.

       REMAP-ONE-TAXABILITY.
           MOVE TMX-GL-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM FIND-ACCOUNT-IN-MAP.
           IF ACCOUNT-MAPPED = "N"
               PERFORM READ-NEXT-TAXABILITY
           ELSE
               MOVE TAXABILITY-MATRIX-RECORD
                 TO SAVED-TAXABILITY-RECORD
               MOVE MAP-NEW-ACCOUNT (MAP-CHECK-SUB)
                 TO NEW-TMX-ACCOUNT
               MOVE NEW-TMX-ACCOUNT TO TMX-GL-ACCOUNT
               MOVE "Y" TO NEW-KEY-FOUND
               READ TAXABILITY-MATRIX-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO NEW-KEY-FOUND
               END-READ
               PERFORM REMAP-THE-TAXABILITY
               MOVE SAVED-TMX-KEY TO TMX-KEY
               PERFORM START-TAXABILITY-FILE.

       REMAP-THE-TAXABILITY.
           MOVE "TAXABILITY" TO REMAP-LOCATION.
           MOVE SPACE TO REMAP-KEY.
           STRING SAVED-TMX-GL-ACCOUNT " " SAVED-TMX-STATE
                  DELIMITED BY SIZE INTO REMAP-KEY.
           MOVE "GL-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE SAVED-TMX-GL-ACCOUNT TO REMAP-ACCOUNT.
           IF NEW-KEY-FOUND = "Y" AND
              TMX-TAXABLE NOT = SAVED-TMX-TAXABLE
               ADD 1 TO MAP-USE-COUNT (MAP-CHECK-SUB)
               ADD 1 TO HELD-COUNT
               MOVE SPACE TO PRINT-LINE
               STRING "TAXABILITY       " REMAP-KEY
                      "  *** " NEW-TMX-ACCOUNT " " SAVED-TMX-STATE
                      " ALREADY ON FILE AS " TMX-TAXABLE
                      " - LEFT AS IS"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               ADD 1 TO TAXABILITY-CHANGES
               IF NEW-KEY-FOUND = "Y"
                   MOVE "SAME ROW ALREADY ON FILE - OLD DROPPED"
                     TO REMAP-NOTE
               ELSE
                   MOVE SPACE TO REMAP-NOTE
               END-IF
               PERFORM REMAP-THE-ACCOUNT
               IF REMAP-RUN
                   PERFORM MOVE-THE-TAXABILITY.

       MOVE-THE-TAXABILITY.
           IF NEW-KEY-FOUND = "N"
               MOVE SAVED-TAXABILITY-RECORD
                 TO TAXABILITY-MATRIX-RECORD
               MOVE NEW-TMX-ACCOUNT TO TMX-GL-ACCOUNT
               WRITE TAXABILITY-MATRIX-RECORD
                   INVALID KEY
                   DISPLAY "ERROR ADDING TAXABILITY " TMX-KEY.
           MOVE SAVED-TMX-KEY TO TMX-KEY.
           DELETE TAXABILITY-MATRIX-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING TAXABILITY " SAVED-TMX-KEY.

      *------------------------------------------
      * Open purchase orders.
      *------------------------------------------
       SCAN-PURCHASE-ORDERS.
           MOVE SPACE TO MAUD-SOURCE.
           MOVE ZEROES TO PO-NUMBER.
           MOVE "N" TO FILE-AT-END.
           START PURCHASE-ORDER-FILE
               KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-PURCHASE-ORDER.
           PERFORM REMAP-ONE-PURCHASE-ORDER
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-PURCHASE-ORDER.
           IF PO-STATUS = "O"
               MOVE "N" TO RECORD-CHANGED
               MOVE "PURCHASE ORDER" TO REMAP-LOCATION
               MOVE PO-NUMBER TO REMAP-KEY
               MOVE "PO-GL-ACCOUNT" TO REMAP-FIELD-NAME
               MOVE PO-GL-ACCOUNT TO REMAP-ACCOUNT
               PERFORM REMAP-IF-MAPPED
               IF ACCOUNT-MAPPED = "Y"
                   ADD 1 TO PO-CHANGES
                   MOVE REMAP-ACCOUNT TO PO-GL-ACCOUNT
                   IF RECORD-CHANGED = "Y"
                       REWRITE PURCHASE-ORDER-RECORD
                           INVALID KEY
                           DISPLAY "ERROR REWRITING PO " PO-NUMBER.
           PERFORM READ-NEXT-PURCHASE-ORDER.

      *------------------------------------------
      * Open vouchers - straight to the open
      * items on their alternate key.  The
      * distribution lines are all that
      * change, so the browse is undisturbed.
      *------------------------------------------
       SCAN-OPEN-VOUCHERS.
           MOVE SPACE TO MAUD-SOURCE.
           MOVE "Y" TO VOUCHER-OPEN-ITEM.
           MOVE "N" TO FILE-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-OPEN-ITEM
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-OPEN-VOUCHER.
           PERFORM REMAP-ONE-VOUCHER
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-VOUCHER.
           MOVE "N" TO RECORD-CHANGED.
           MOVE "N" TO RECORD-MAPPED.
           MOVE "OPEN VOUCHER" TO REMAP-LOCATION.
           MOVE VOUCHER-NUMBER TO REMAP-KEY.
           PERFORM REMAP-ONE-DISTRIBUTION
               VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > VOUCHER-GL-DIST-COUNT OR
                     DIST-SUB > 5.
           IF RECORD-MAPPED = "Y"
               ADD 1 TO VOUCHER-CHANGES.
           IF RECORD-CHANGED = "Y"
               PERFORM REWRITE-VOUCHER-RECORD.
           PERFORM READ-NEXT-OPEN-VOUCHER.

       REMAP-ONE-DISTRIBUTION.
           MOVE SPACE TO REMAP-FIELD-NAME.
           STRING "DIST LINE " DIST-SUB " ACCOUNT"
                  DELIMITED BY SIZE INTO REMAP-FIELD-NAME.
           MOVE VOUCHER-GL-ACCOUNT (DIST-SUB) TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           IF ACCOUNT-MAPPED = "Y"
               MOVE REMAP-ACCOUNT TO VOUCHER-GL-ACCOUNT (DIST-SUB).

      *------------------------------------------
      * Every company's posting accounts.
      *------------------------------------------
       SCAN-CONTROL-RECORDS.
           MOVE "C" TO MAUD-SOURCE.
           MOVE ZEROES TO CONTROL-KEY.
           MOVE "N" TO FILE-AT-END.
           START CONTROL-FILE
               KEY IS NOT LESS THAN CONTROL-KEY
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-CONTROL.
           PERFORM REMAP-ONE-CONTROL
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-CONTROL.
           MOVE "N" TO RECORD-CHANGED.
           MOVE "N" TO RECORD-MAPPED.
           MOVE "CONTROL RECORD" TO REMAP-LOCATION.
           MOVE CONTROL-KEY TO REMAP-KEY.
           MOVE CONTROL-KEY TO MAUD-KEY.
           MOVE "AP-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-AP-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-AP-ACCOUNT.
           MOVE "CASH-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-CASH-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-CASH-ACCOUNT.
           MOVE "DISC-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-DISC-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-DISC-ACCOUNT.
           MOVE "WHHOLD-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-WHHOLD-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-WHHOLD-ACCOUNT.
           MOVE "RECOVERY-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-RECOVERY-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-RECOVERY-ACCOUNT.
           MOVE "RNI-EXP-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-RNI-EXP-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-RNI-EXP-ACCOUNT.
           MOVE "RNI-ACCR-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-RNI-ACCR-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-RNI-ACCR-ACCOUNT.
           MOVE "PO-VAR-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-PO-VAR-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-PO-VAR-ACCOUNT.
           MOVE "INT-EXP-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-INT-EXP-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-INT-EXP-ACCOUNT.
           MOVE "RETAIN-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-RETAIN-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-RETAIN-ACCOUNT.
           MOVE "ADVANCE-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-ADVANCE-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-ADVANCE-ACCOUNT.
           MOVE "NRA-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-NRA-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-NRA-ACCOUNT.
           MOVE "INTERCO-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-INTERCO-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-INTERCO-ACCOUNT.
           MOVE "FXGL-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-FXGL-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-FXGL-ACCOUNT.
           MOVE "BANK-FEE-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-BANK-FEE-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-BANK-FEE-ACCOUNT.
           MOVE "PREPAID-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-PREPAID-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-PREPAID-ACCOUNT.
           MOVE "VAT-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-VAT-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-VAT-ACCOUNT.
           MOVE "SMALLBAL-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE CONTROL-SMALLBAL-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           MOVE REMAP-ACCOUNT TO CONTROL-SMALLBAL-ACCOUNT.
           IF RECORD-MAPPED = "Y"
               ADD 1 TO CONTROL-CHANGES.
           IF RECORD-CHANGED = "Y"
               REWRITE CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CONTROL " CONTROL-KEY.
           PERFORM READ-NEXT-CONTROL.

      *------------------------------------------
      * Bank accounts, petty cash funds and ACH
      * originators - one account each.
      *------------------------------------------
       SCAN-BANK-ACCOUNTS.
           MOVE "B" TO MAUD-SOURCE.
           MOVE ZEROES TO BNK-ACCOUNT-CODE.
           MOVE "N" TO FILE-AT-END.
           START BANK-ACCOUNT-FILE
               KEY IS NOT LESS THAN BNK-ACCOUNT-CODE
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-BANK.
           PERFORM REMAP-ONE-BANK
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-BANK.
           MOVE "N" TO RECORD-CHANGED.
           MOVE "BANK ACCOUNT" TO REMAP-LOCATION.
           MOVE BNK-ACCOUNT-CODE TO REMAP-KEY.
           MOVE BNK-ACCOUNT-CODE TO MAUD-KEY.
           MOVE "GL-CASH-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE BNK-GL-CASH-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           IF ACCOUNT-MAPPED = "Y"
               ADD 1 TO BANK-CHANGES
               MOVE REMAP-ACCOUNT TO BNK-GL-CASH-ACCOUNT.
           IF RECORD-CHANGED = "Y"
               REWRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING BANK " BNK-ACCOUNT-CODE.
           PERFORM READ-NEXT-BANK.

       SCAN-PETTY-CASH-FUNDS.
           MOVE "F" TO MAUD-SOURCE.
           MOVE ZEROES TO PCF-FUND.
           MOVE "N" TO FILE-AT-END.
           START PETTY-CASH-FUND-FILE
               KEY IS NOT LESS THAN PCF-FUND
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-FUND.
           PERFORM REMAP-ONE-FUND
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-FUND.
           MOVE "N" TO RECORD-CHANGED.
           MOVE "PETTY CASH FUND" TO REMAP-LOCATION.
           MOVE PCF-FUND TO REMAP-KEY.
           MOVE PCF-FUND TO MAUD-KEY.
           MOVE "CASH-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE PCF-CASH-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           IF ACCOUNT-MAPPED = "Y"
               ADD 1 TO FUND-CHANGES
               MOVE REMAP-ACCOUNT TO PCF-CASH-ACCOUNT.
           IF RECORD-CHANGED = "Y"
               REWRITE PETTY-CASH-FUND-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING FUND " PCF-FUND.
           PERFORM READ-NEXT-FUND.

       SCAN-ACH-ORIGINATORS.
           MOVE "D" TO MAUD-SOURCE.
           MOVE LOW-VALUES TO ACO-KEY.
           MOVE "N" TO FILE-AT-END.
           START AUTH-ORIGINATOR-FILE
               KEY IS NOT LESS THAN ACO-KEY
               INVALID KEY MOVE "Y" TO FILE-AT-END.
           PERFORM READ-NEXT-ORIGINATOR.
           PERFORM REMAP-ONE-ORIGINATOR
               UNTIL FILE-AT-END = "Y".

       REMAP-ONE-ORIGINATOR.
           MOVE "N" TO RECORD-CHANGED.
           MOVE "ACH ORIGINATOR" TO REMAP-LOCATION.
           MOVE SPACE TO REMAP-KEY.
           STRING ACO-BANK-ACCOUNT " " ACO-COMPANY-ID
                  DELIMITED BY SIZE INTO REMAP-KEY.
           MOVE REMAP-KEY TO MAUD-KEY.
           MOVE "GL-ACCOUNT" TO REMAP-FIELD-NAME.
           MOVE ACO-GL-ACCOUNT TO REMAP-ACCOUNT.
           PERFORM REMAP-IF-MAPPED.
           IF ACCOUNT-MAPPED = "Y"
               ADD 1 TO ORIGINATOR-CHANGES
               MOVE REMAP-ACCOUNT TO ACO-GL-ACCOUNT.
           IF RECORD-CHANGED = "Y"
               REWRITE AUTH-ORIGINATOR-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ORIGINATOR " ACO-KEY.
           PERFORM READ-NEXT-ORIGINATOR.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-COLUMN-HEADING.
           MOVE SPACE TO PRINT-LINE
           IF REMAP-RUN
               STRING "TABLE            KEY             FIELD     "
                      "           BEFORE    AFTER"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "TABLE            KEY             FIELD     "
                      "           OLD ACCT  BECOMES"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-REMAP-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING REMAP-LOCATION " " REMAP-KEY " "
                  REMAP-FIELD-NAME " " REMAP-ACCOUNT " -> "
                  MAP-NEW-ACCOUNT (MAP-CHECK-SUB) "  " REMAP-NOTE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-MAP-SUMMARY.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           IF REMAP-RUN
               STRING "RECORDS REMAPPED BY TABLE"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "RECORDS TO REMAP BY TABLE"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "GL TEMPLATES" TO TABLE-NAME.
           MOVE TEMPLATE-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "VENDORS ON THOSE" TO TABLE-NAME.
           MOVE VENDOR-USES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "APPROVER RANGES" TO TABLE-NAME.
           MOVE APPROVER-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "BUDGETS" TO TABLE-NAME.
           MOVE BUDGET-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "TAXABILITY ROWS" TO TABLE-NAME.
           MOVE TAXABILITY-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "OPEN PURCHASE ORDERS" TO TABLE-NAME.
           MOVE PO-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "OPEN VOUCHERS" TO TABLE-NAME.
           MOVE VOUCHER-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "CONTROL RECORDS" TO TABLE-NAME.
           MOVE CONTROL-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "BANK ACCOUNTS" TO TABLE-NAME.
           MOVE BANK-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "PETTY CASH FUNDS" TO TABLE-NAME.
           MOVE FUND-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "ACH ORIGINATORS" TO TABLE-NAME.
           MOVE ORIGINATOR-CHANGES TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "ACCOUNT FIELDS" TO TABLE-NAME.
           MOVE FIELD-COUNT TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           MOVE "LEFT AS IS - SEE ***" TO TABLE-NAME.
           MOVE HELD-COUNT TO TABLE-COUNT.
           PERFORM PRINT-TABLE-COUNT.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "OLD ACCT  NEW ACCT   PLACES USED"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-MAP-ENTRY
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT.
           IF MAP-ERROR-COUNT NOT = ZEROES
               MOVE MAP-ERROR-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "*** " COUNT-FIELD " MAPPING ERROR(S) - FIX "
                      "coamap BEFORE THE REMAP RUN"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-TABLE-COUNT.
           MOVE TABLE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   " TABLE-NAME " " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-ONE-MAP-ENTRY.
           MOVE MAP-USE-COUNT (MAP-SUB) TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           IF MAP-USE-COUNT (MAP-SUB) = ZEROES
               STRING MAP-OLD-ACCOUNT (MAP-SUB) "    "
                      MAP-NEW-ACCOUNT (MAP-SUB)
                      "         NOT USED ANYWHERE"
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING MAP-OLD-ACCOUNT (MAP-SUB) "    "
                      MAP-NEW-ACCOUNT (MAP-SUB) "         "
                      COUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-MAP-LINE.
           READ ACCOUNT-MAP-FILE
               AT END MOVE "Y" TO MAP-AT-END.

       READ-NEXT-TEMPLATE.
           IF FILE-AT-END = "N"
               READ GL-TEMPLATE-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-VENDOR.
           IF FILE-AT-END = "N"
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-APPROVER.
           IF FILE-AT-END = "N"
               READ APPROVER-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-BUDGET.
           IF FILE-AT-END = "N"
               READ BUDGET-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-TAXABILITY.
           IF FILE-AT-END = "N"
               READ TAXABILITY-MATRIX-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-PURCHASE-ORDER.
           IF FILE-AT-END = "N"
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-OPEN-VOUCHER.
           IF FILE-AT-END = "N"
               READ VOUCHER-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END = "N" AND VOUCHER-OPEN-ITEM NOT = "Y"
               MOVE "Y" TO FILE-AT-END.

       READ-NEXT-CONTROL.
           IF FILE-AT-END = "N"
               READ CONTROL-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-BANK.
           IF FILE-AT-END = "N"
               READ BANK-ACCOUNT-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-FUND.
           IF FILE-AT-END = "N"
               READ PETTY-CASH-FUND-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       READ-NEXT-ORIGINATOR.
           IF FILE-AT-END = "N"
               READ AUTH-ORIGINATOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILE-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

           COPY "plaudmst.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".

           COPY "plprint.cbl".
