       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCON01.
      *------------------------------------------
      * Consolidated AP trial balance and aging
      * across every company on CONTROL-FILE.
      * APAGE01 and APTRB01 each run one set of
      * books; this runs them all at once for
      * the controller's close package.
      *
      * For the entered as-of date every
      * voucher dated on or before it (live
      * file and archive) has its balance
      * rebuilt the way APTRB01 does it - the
      * amount less only the payments dated on
      * or before the as-of date - and the
      * open balance is aged past VOUCHER-DUE
      * into APAGE01's CURRENT/30/60/90+
      * buckets on the same 30-day month
      * basis, disputed vouchers on their own
      * line.
      *
      * A voucher payable to one of our own
      * companies (its vendor is some
      * company's CONTROL-INTERCO-VENDOR) is
      * intercompany: it still shows in the
      * owing company's row, but it is
      * eliminated from the consolidated total
      * so the consolidated AP figure is what
      * we owe the outside world.
      *
      * The trial balance lists each vendor's
      * consolidated balance, eliminated
      * vendors flagged; the aging summary
      * then puts each company's buckets side
      * by side with the consolidated line.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpaydtl.cbl".

           COPY "slcontrl.cbl".

           SELECT CONSOL-SORT-FILE ASSIGN TO "apconsrt".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdcontrl.cbl".

       SD  CONSOL-SORT-FILE.
       01  CONSOL-SORT-RECORD.
           05 CS-VENDOR                 PIC 9(05).
           05 CS-COMPANY                PIC 9(01).
           05 CS-VOUCHER-NUMBER         PIC 9(07).
           05 CS-DUE                    PIC 9(08).
           05 CS-BALANCE                PIC S9(07)V99.
           05 CS-DISPUTED               PIC X(01).

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  CONTROL-AT-END              PIC X(01).
       77  SORT-AT-END                 PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  AS-OF-DATE                  PIC 9(08).
       77  AS-OF-CCYY                  PIC 9(04).
       77  AS-OF-MM                    PIC 9(02).
       77  AS-OF-DD                    PIC 9(02).
       77  DUE-CCYY                    PIC 9(04).
       77  DUE-MM                      PIC 9(02).
       77  DUE-DD                      PIC 9(02).
       77  DAYS-PAST-DUE               PIC S9(05).

       77  PH-INDEX                    PIC 9(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DETAIL-ROWS-FOUND           PIC X(01).
       77  DETAIL-WALK-VOUCHER         PIC 9(07).
       77  PAID-BY-AS-OF               PIC S9(07)V99.
       77  AS-OF-BALANCE               PIC S9(07)V99.

      *------------------------------------------
      * One entry per company on CONTROL-FILE.
      * Buckets 1-5 are CURRENT, 1-30, 31-60,
      * 61-90 and OVER 90; bucket 6 is
      * DISPUTED.  CMP-HAS-ROW also picks up a
      * company with open vouchers but no
      * control record left, so nothing drops
      * out of the totals unseen.
      *------------------------------------------
       01  COMPANY-TABLE.
           05 CMP-ENTRY                OCCURS 9 TIMES.
              10 CMP-ON-FILE           PIC X(01).
              10 CMP-HAS-ROW           PIC X(01).
              10 CMP-INTERCO-VENDOR    PIC 9(05).
              10 CMP-BUCKET            OCCURS 6 TIMES
                                       PIC S9(09)V99.
       77  CMP-INDEX                   PIC 9(02).
       77  BUCKET-INDEX                PIC 9(01).
       77  COMPANY-COUNT               PIC 9(01) VALUE ZERO.

      *------------------------------------------
      * The intercompany vouchers' aging, for
      * the elimination row, and the
      * consolidated buckets it leaves.
      *------------------------------------------
       01  INTERCO-BUCKET-TABLE.
           05 INTERCO-BUCKET           OCCURS 6 TIMES
                                       PIC S9(09)V99.
       01  CONSOLIDATED-BUCKET-TABLE.
           05 CON-BUCKET               OCCURS 6 TIMES
                                       PIC S9(09)V99.
       77  ROW-TOTAL                   PIC S9(10)V99.
       77  COLUMN-AMOUNT               PIC S9(10)V99.

       77  VOUCHER-IS-INTERCO          PIC X(01).
       77  PRIOR-VENDOR                PIC 9(05).
       77  VENDOR-BALANCE              PIC S9(09)V99.
       77  VENDOR-VOUCHER-COUNT        PIC 9(05).
       77  VENDOR-INTERCO-COMPANY      PIC 9(01).
       77  OUTSIDE-TOTAL               PIC S9(10)V99 VALUE ZERO.
       77  ELIMINATED-TOTAL            PIC S9(10)V99 VALUE ZERO.
       77  OPEN-VOUCHER-COUNT          PIC 9(07) VALUE ZERO.

       77  VENDOR-NUMBER-FIELD         PIC Z(5).
       77  COUNT-FIELD                 PIC Z(4)9.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  COLUMN-FIELD                PIC ZZ,ZZZ,ZZ9.99-.
       77  COLUMN-POSITION             PIC 9(03).

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
           PERFORM ENTER-AS-OF-DATE.
           MOVE AS-OF-DATE(1:4) TO AS-OF-CCYY.
           MOVE AS-OF-DATE(5:2) TO AS-OF-MM.
           MOVE AS-OF-DATE(7:2) TO AS-OF-DD.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT CONTROL-FILE.
           PERFORM LOAD-COMPANY-TABLE.
           CLOSE CONTROL-FILE.
           MOVE "APCON01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "CONSOLIDATED AP TRIAL BALANCE AND AGING"
               TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           PERFORM PRINT-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PAYMENT-DETAIL-FILE.

       ENTER-AS-OF-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "OPEN AP AS OF WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "AN AS-OF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO AS-OF-DATE.

      *------------------------------------------
      * Every company on CONTROL-FILE, with
      * the vendor number the others pay it
      * under.
      *------------------------------------------
       LOAD-COMPANY-TABLE.
           PERFORM CLEAR-ONE-COMPANY
               VARYING CMP-INDEX FROM 1 BY 1
               UNTIL CMP-INDEX > 9.
           PERFORM CLEAR-ONE-CONSOLIDATED-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6.
           MOVE ZEROES TO CONTROL-KEY.
           MOVE "N" TO CONTROL-AT-END.
           START CONTROL-FILE
               KEY IS NOT LESS THAN CONTROL-KEY
               INVALID KEY MOVE "Y" TO CONTROL-AT-END.
           PERFORM LOAD-ONE-COMPANY
               UNTIL CONTROL-AT-END = "Y".

       CLEAR-ONE-COMPANY.
           MOVE "N"    TO CMP-ON-FILE (CMP-INDEX)
                          CMP-HAS-ROW (CMP-INDEX).
           MOVE ZEROES TO CMP-INTERCO-VENDOR (CMP-INDEX).
           PERFORM CLEAR-ONE-COMPANY-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6.

       CLEAR-ONE-COMPANY-BUCKET.
           MOVE ZEROES TO CMP-BUCKET (CMP-INDEX, BUCKET-INDEX).

       CLEAR-ONE-CONSOLIDATED-BUCKET.
           MOVE ZEROES TO CON-BUCKET (BUCKET-INDEX)
                          INTERCO-BUCKET (BUCKET-INDEX).

       LOAD-ONE-COMPANY.
           READ CONTROL-FILE NEXT RECORD
               AT END MOVE "Y" TO CONTROL-AT-END.
           IF CONTROL-AT-END = "N" AND
              CONTROL-KEY NOT = ZERO
               MOVE CONTROL-KEY TO CMP-INDEX
               MOVE "Y" TO CMP-ON-FILE (CMP-INDEX)
                           CMP-HAS-ROW (CMP-INDEX)
               MOVE CONTROL-INTERCO-VENDOR
                   TO CMP-INTERCO-VENDOR (CMP-INDEX)
               ADD 1 TO COMPANY-COUNT.

       MAIN-PROCESS.
           SORT CONSOL-SORT-FILE
               ON ASCENDING KEY CS-VENDOR
                                CS-COMPANY
                                CS-VOUCHER-NUMBER
               INPUT PROCEDURE IS SELECT-OPEN-AS-OF
               OUTPUT PROCEDURE IS PRINT-SORTED-BALANCES.
           PERFORM PRINT-AGING-SUMMARY.

      *------------------------------------------
      * Sort input - both files, every voucher
      * dated on or before the as-of date that
      * still had a balance then, every
      * company.  Same reconstruction as
      * APTRB01.
      *------------------------------------------
       SELECT-OPEN-AS-OF.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM SELECT-LIVE-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM SELECT-ARCHIVED-VOUCHERS
               UNTIL HISTORY-AT-END = "Y".

       SELECT-LIVE-VOUCHERS.
           IF VOUCHER-DATE NOT > AS-OF-DATE
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
                   MOVE VOUCHER-VENDOR   TO CS-VENDOR
                   MOVE VOUCHER-COMPANY  TO CS-COMPANY
                   MOVE VOUCHER-NUMBER   TO CS-VOUCHER-NUMBER
                   MOVE VOUCHER-DUE      TO CS-DUE
                   MOVE VOUCHER-DISPUTED TO CS-DISPUTED
                   MOVE AS-OF-BALANCE    TO CS-BALANCE
                   PERFORM RELEASE-CONSOL-RECORD
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
           IF VCH-HIST-DATE NOT > AS-OF-DATE
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
                   MOVE VCH-HIST-VENDOR   TO CS-VENDOR
                   MOVE VCH-HIST-COMPANY  TO CS-COMPANY
                   MOVE VCH-HIST-NUMBER   TO CS-VOUCHER-NUMBER
                   MOVE VCH-HIST-DUE      TO CS-DUE
                   MOVE VCH-HIST-DISPUTED TO CS-DISPUTED
                   MOVE AS-OF-BALANCE     TO CS-BALANCE
                   PERFORM RELEASE-CONSOL-RECORD
               END-IF
           END-IF.
           PERFORM READ-NEXT-HISTORY-RECORD.

       TOTAL-ONE-ARCHIVED-PAYMENT.
           IF VCH-HIST-PAYMENT-DATE (PH-INDEX) NOT > AS-OF-DATE
               ADD VCH-HIST-PAYMENT-AMOUNT (PH-INDEX)
                   TO PAID-BY-AS-OF
               ADD VCH-HIST-PAYMENT-DISC-TAKEN (PH-INDEX)
                   TO PAID-BY-AS-OF.

      *    A record from before the company field was
      *    converted onto company 1's books.
       RELEASE-CONSOL-RECORD.
           IF CS-COMPANY = ZERO
               MOVE 1 TO CS-COMPANY.
           RELEASE CONSOL-SORT-RECORD.

      *------------------------------------------
      * Detail rows are the authoritative
      * payment history - same walk as APTRB01.
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
      * Sort output - the consolidated trial
      * balance, one line per vendor, with
      * every voucher aged into its company's
      * buckets on the way through.
      *------------------------------------------
       PRINT-SORTED-BALANCES.
           MOVE ZEROES TO PRIOR-VENDOR.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM PROCESS-ONE-BALANCE
               UNTIL SORT-AT-END = "Y".
           IF PRIOR-VENDOR NOT = ZEROES
               PERFORM PRINT-VENDOR-LINE.
           PERFORM PRINT-TRIAL-BALANCE-TOTALS.

       PROCESS-ONE-BALANCE.
           IF CS-VENDOR NOT = PRIOR-VENDOR
               IF PRIOR-VENDOR NOT = ZEROES
                   PERFORM PRINT-VENDOR-LINE
               END-IF
               PERFORM START-NEW-VENDOR
           END-IF.
           ADD CS-BALANCE TO VENDOR-BALANCE.
           ADD 1 TO VENDOR-VOUCHER-COUNT.
           ADD 1 TO OPEN-VOUCHER-COUNT.
           PERFORM AGE-THE-VOUCHER.
           IF VOUCHER-IS-INTERCO = "Y"
               ADD CS-BALANCE TO INTERCO-BUCKET (BUCKET-INDEX)
               ADD CS-BALANCE TO ELIMINATED-TOTAL
           ELSE
               ADD CS-BALANCE TO OUTSIDE-TOTAL.
           PERFORM RETURN-NEXT-SORT-RECORD.

      *------------------------------------------
      * Is this vendor one of our own
      * companies?  Decided once per vendor.
      *------------------------------------------
       START-NEW-VENDOR.
           MOVE CS-VENDOR TO PRIOR-VENDOR.
           MOVE ZEROES TO VENDOR-BALANCE
                          VENDOR-VOUCHER-COUNT
                          VENDOR-INTERCO-COMPANY.
           MOVE "N" TO VOUCHER-IS-INTERCO.
           PERFORM CHECK-ONE-INTERCO-VENDOR
               VARYING CMP-INDEX FROM 1 BY 1
               UNTIL CMP-INDEX > 9.

       CHECK-ONE-INTERCO-VENDOR.
           IF CMP-ON-FILE (CMP-INDEX) = "Y" AND
              CMP-INTERCO-VENDOR (CMP-INDEX) NOT = ZEROES AND
              CMP-INTERCO-VENDOR (CMP-INDEX) = CS-VENDOR
               MOVE "Y" TO VOUCHER-IS-INTERCO
               MOVE CMP-INDEX TO VENDOR-INTERCO-COMPANY.

      *------------------------------------------
      * APAGE01's buckets on APAGE01's 30-day
      * month basis, measured to the as-of
      * date instead of today.
      *------------------------------------------
       AGE-THE-VOUCHER.
           IF CS-DISPUTED = "Y"
               MOVE 6 TO BUCKET-INDEX
           ELSE
               PERFORM FIND-AGE-BUCKET.
           ADD CS-BALANCE TO CMP-BUCKET (CS-COMPANY, BUCKET-INDEX).
           MOVE "Y" TO CMP-HAS-ROW (CS-COMPANY).

       FIND-AGE-BUCKET.
           MOVE CS-DUE(1:4) TO DUE-CCYY.
           MOVE CS-DUE(5:2) TO DUE-MM.
           MOVE CS-DUE(7:2) TO DUE-DD.
           COMPUTE DAYS-PAST-DUE =
               (AS-OF-CCYY - DUE-CCYY) * 360 +
               (AS-OF-MM   - DUE-MM)   * 30  +
               (AS-OF-DD   - DUE-DD).
           IF DAYS-PAST-DUE <= 0
               MOVE 1 TO BUCKET-INDEX
           ELSE
           IF DAYS-PAST-DUE <= 30
               MOVE 2 TO BUCKET-INDEX
           ELSE
           IF DAYS-PAST-DUE <= 60
               MOVE 3 TO BUCKET-INDEX
           ELSE
           IF DAYS-PAST-DUE <= 90
               MOVE 4 TO BUCKET-INDEX
           ELSE
               MOVE 5 TO BUCKET-INDEX.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-REPORT-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "CONSOLIDATED AP TRIAL BALANCE AS OF "
                  AS-OF-DATE
                  " - RUN DATE " RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE COMPANY-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "COMPANIES ON FILE: " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VENDOR  NAME                            "
                  "VOUCHERS          BALANCE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-VENDOR-LINE.
           MOVE PRIOR-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE PRIOR-VENDOR TO VENDOR-NUMBER-FIELD.
           MOVE VENDOR-VOUCHER-COUNT TO COUNT-FIELD.
           MOVE VENDOR-BALANCE TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           IF VOUCHER-IS-INTERCO = "Y"
               STRING VENDOR-NUMBER-FIELD "   " VENDOR-NAME
                      "   " COUNT-FIELD
                      "  " AMOUNT-FIELD
                      "  ELIMINATED - OUR COMPANY "
                      VENDOR-INTERCO-COMPANY
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING VENDOR-NUMBER-FIELD "   " VENDOR-NAME
                      "   " COUNT-FIELD
                      "  " AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-TRIAL-BALANCE-TOTALS.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE OPEN-VOUCHER-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHERS OPEN AS OF " AS-OF-DATE ": "
                  COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           COMPUTE ROW-TOTAL = OUTSIDE-TOTAL + ELIMINATED-TOTAL.
           MOVE ROW-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "OPEN AP, ALL COMPANIES:       " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE ELIMINATED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "LESS INTERCOMPANY ELIMINATED: " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE OUTSIDE-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "CONSOLIDATED AP:              " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Aging summary - laid out like the
      * consolidation worksheet: one row per
      * company with its own books in full,
      * an elimination row taking the
      * intercompany vouchers back out of the
      * buckets they aged into, and the
      * consolidated row - what we owe the
      * outside world.
      *------------------------------------------
       PRINT-AGING-SUMMARY.
           PERFORM START-NEW-REPORT-PAGE.
           MOVE SPACE TO PRINT-LINE.
           STRING "CONSOLIDATED AP AGING AS OF " AS-OF-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "      "
                  "       CURRENT"
                  "     1-30 DAYS"
                  "    31-60 DAYS"
                  "    61-90 DAYS"
                  "  OVER 90 DAYS"
                  "      DISPUTED"
                  "      TOTAL AP"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-COMPANY-ROW
               VARYING CMP-INDEX FROM 1 BY 1
               UNTIL CMP-INDEX > 9.
           MOVE SPACE TO PRINT-LINE.
           MOVE "ELIM" TO PRINT-LINE(1:4).
           MOVE ZEROES TO ROW-TOTAL.
           MOVE 7 TO COLUMN-POSITION.
           PERFORM PUT-ONE-ELIMINATION-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6.
           PERFORM PUT-ROW-TOTAL-COLUMN.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           MOVE "CONSOL" TO PRINT-LINE(1:6).
           MOVE ZEROES TO ROW-TOTAL.
           MOVE 7 TO COLUMN-POSITION.
           PERFORM PUT-ONE-CONSOLIDATED-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6.
           PERFORM PUT-ROW-TOTAL-COLUMN.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "ELIM TAKES OUT EVERY VOUCHER PAYABLE TO ONE OF "
                  "OUR OWN COMPANIES."
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-COMPANY-ROW.
           IF CMP-HAS-ROW (CMP-INDEX) = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "CO " CMP-INDEX(2:1)
                      DELIMITED BY SIZE INTO PRINT-LINE
               MOVE ZEROES TO ROW-TOTAL
               MOVE 7 TO COLUMN-POSITION
               PERFORM PUT-ONE-COMPANY-BUCKET
                   VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > 6
               PERFORM PUT-ROW-TOTAL-COLUMN
               PERFORM PRINT-A-LINE.

       PUT-ONE-COMPANY-BUCKET.
           MOVE CMP-BUCKET (CMP-INDEX, BUCKET-INDEX)
               TO COLUMN-AMOUNT.
           PERFORM PUT-ONE-COLUMN.
           ADD CMP-BUCKET (CMP-INDEX, BUCKET-INDEX)
               TO CON-BUCKET (BUCKET-INDEX).

       PUT-ONE-ELIMINATION-BUCKET.
           COMPUTE COLUMN-AMOUNT = ZERO - INTERCO-BUCKET (BUCKET-INDEX).
           PERFORM PUT-ONE-COLUMN.
           SUBTRACT INTERCO-BUCKET (BUCKET-INDEX)
               FROM CON-BUCKET (BUCKET-INDEX).

       PUT-ONE-CONSOLIDATED-BUCKET.
           MOVE CON-BUCKET (BUCKET-INDEX) TO COLUMN-AMOUNT.
           PERFORM PUT-ONE-COLUMN.

       PUT-ONE-COLUMN.
           MOVE COLUMN-AMOUNT TO COLUMN-FIELD.
           MOVE COLUMN-FIELD TO PRINT-LINE(COLUMN-POSITION:14).
           ADD 14 TO COLUMN-POSITION.
           ADD COLUMN-AMOUNT TO ROW-TOTAL.

       PUT-ROW-TOTAL-COLUMN.
           MOVE ROW-TOTAL TO COLUMN-FIELD.
           MOVE COLUMN-FIELD TO PRINT-LINE(COLUMN-POSITION:14).

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-HISTORY-RECORD.
           MOVE "N" TO HISTORY-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
           RETURN CONSOL-SORT-FILE
               AT END MOVE "Y" TO SORT-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plprint.cbl".

           COPY "pldate01.cbl".
