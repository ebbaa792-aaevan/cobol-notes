       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALWRPT01.
      *------------------------------------------
      * Government-contract cost allowability.
      * For one company and a range of invoice
      * dates, every voucher distribution line
      * - live and archived - is counted as
      * allowable or unallowable: the GL
      * account's flag (GLA-ALLOWABLE), unless
      * the clerk overrode it on the line in
      * VCHMNT01 (FDALWOVR).  A line belongs to
      * the company whose books it is coded
      * to.
      *
      * Cost is totaled by account and by
      * vendor, then every override on a
      * voucher in the range is listed with
      * the account's flag, the line's, who
      * made the call, when and why - the
      * contracting officer's auditor's copy.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slvnd02.cbl".

           COPY "slglacct.cbl".

           COPY "slalwovr.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdglacct.cbl".

           COPY "fdalwovr.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

       77  COMPANY-CODE                PIC 9(01).

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  OVERRIDE-AT-END             PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  HISTORY-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  GL-ACCOUNT-FOUND            PIC X(01).
       77  ALLOWABILITY-OVR-FOUND      PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RANGE-FROM-DATE             PIC 9(08).
       77  RANGE-THRU-DATE             PIC 9(08).

       77  GL-INDEX                    PIC 9(01).
       77  LINE-COMPANY                PIC 9(01).
       77  ACCOUNT-ALLOWABLE           PIC X(01).
       77  LINE-ALLOWABLE              PIC X(01).
       77  LINE-AMOUNT                 PIC S9(09)V99.

      *------------------------------------------
      * Cost by account and by vendor, each
      * split allowable / unallowable - 500
      * accounts and 1000 vendors.  Past that
      * the grand totals still count the cost
      * and the messages at the end say so.
      *------------------------------------------
       77  ACT-COUNT                   PIC 9(03) VALUE ZERO.
       77  ACT-INDEX                   PIC 9(03).
       77  ACT-SLOT-FOUND              PIC X(01).
       77  ACT-TABLE-FULL              PIC X(01) VALUE "N".
       01  ACCOUNT-TABLE.
           05 ACT-ENTRY                OCCURS 500 TIMES.
              10 ACT-ACCOUNT           PIC 9(06).
              10 ACT-ALLOWABLE         PIC S9(09)V99.
              10 ACT-UNALLOWABLE       PIC S9(09)V99.
       01  ACT-SWAP-ENTRY              PIC X(28).

       77  VTB-COUNT                   PIC 9(04) VALUE ZERO.
       77  VTB-INDEX                   PIC 9(04).
       77  VTB-SLOT-FOUND              PIC X(01).
       77  VTB-TABLE-FULL              PIC X(01) VALUE "N".
       01  VENDOR-TABLE.
           05 VTB-ENTRY                OCCURS 1000 TIMES.
              10 VTB-VENDOR            PIC 9(05).
              10 VTB-ALLOWABLE         PIC S9(09)V99.
              10 VTB-UNALLOWABLE       PIC S9(09)V99.
       01  VTB-SWAP-ENTRY              PIC X(27).

       77  RANK-SWAPPED                PIC X(01).

       77  GRAND-ALLOWABLE             PIC S9(11)V99 VALUE ZERO.
       77  GRAND-UNALLOWABLE           PIC S9(11)V99 VALUE ZERO.
       77  GRAND-TOTAL                 PIC S9(11)V99.
       77  ROW-TOTAL                   PIC S9(09)V99.
       77  OVERRIDE-COUNT              PIC 9(05) VALUE ZERO.

       77  ALLOWABLE-FIELD             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  UNALLOWABLE-FIELD           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.
       77  VOUCHER-NUMBER-FIELD        PIC Z(6)9.
       77  VENDOR-NAME-SHORT           PIC X(20).
       77  ACCOUNT-NAME-SHORT          PIC X(20).

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
           PERFORM SET-COMPANY-CODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "INVOICES FROM WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A FROM DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO RANGE-FROM-DATE.
           MOVE "INVOICES THROUGH WHAT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A THROUGH DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO RANGE-THRU-DATE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT ALLOWABILITY-OVERRIDE-FILE.
           MOVE "ALWRPT01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "CONTRACT COST ALLOWABILITY" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE ALLOWABILITY-OVERRIDE-FILE.

       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM SCAN-LIVE-VOUCHERS.
           PERFORM SCAN-ARCHIVED-VOUCHERS.
           PERFORM SORT-ACCOUNT-TABLE.
           PERFORM SORT-VENDOR-TABLE.
           PERFORM PRINT-COST-BY-ACCOUNT.
           PERFORM PRINT-COST-BY-VENDOR.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM PRINT-OVERRIDES.

      *------------------------------------------
      * Every voucher with an invoice date in
      * the range, live first and then the
      * archive.  An archived voucher is moved
      * over VOUCHER-RECORD (the layouts match
      * field for field) so one set of
      * paragraphs counts both.
      *------------------------------------------
       SCAN-LIVE-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM TALLY-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

       TALLY-ONE-LIVE-VOUCHER.
           PERFORM TALLY-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       SCAN-ARCHIVED-VOUCHERS.
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM TALLY-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".

       TALLY-ONE-ARCHIVED-VOUCHER.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM TALLY-ONE-VOUCHER.
           PERFORM READ-NEXT-HISTORY-RECORD.

       TALLY-ONE-VOUCHER.
           IF VOUCHER-DATE NOT < RANGE-FROM-DATE AND
              VOUCHER-DATE NOT > RANGE-THRU-DATE
               PERFORM TALLY-ONE-GL-LINE
                   VARYING GL-INDEX FROM 1 BY 1
                   UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.

       TALLY-ONE-GL-LINE.
           PERFORM SET-LINE-COMPANY.
           IF LINE-COMPANY = COMPANY-CODE
               PERFORM SET-LINE-ALLOWABILITY
               MOVE VOUCHER-GL-AMOUNT (GL-INDEX) TO LINE-AMOUNT
               PERFORM ADD-TO-ACCOUNT-TABLE
               PERFORM ADD-TO-VENDOR-TABLE
               IF LINE-ALLOWABLE = "N"
                   ADD LINE-AMOUNT TO GRAND-UNALLOWABLE
               ELSE
                   ADD LINE-AMOUNT TO GRAND-ALLOWABLE.

      * A line coded to another company's books
      * is that company's cost; ZERO means the
      * voucher's own, and a voucher older
      * than companies is company 1's.
       SET-LINE-COMPANY.
           MOVE VOUCHER-GL-LINE-COMPANY (GL-INDEX) TO LINE-COMPANY.
           IF LINE-COMPANY = ZERO
               MOVE VOUCHER-COMPANY TO LINE-COMPANY.
           IF LINE-COMPANY = ZERO
               MOVE 1 TO LINE-COMPANY.

      * The account says, unless the line was
      * overridden.  An account no longer on
      * file counts as allowable.
       SET-LINE-ALLOWABILITY.
           MOVE "Y" TO ACCOUNT-ALLOWABLE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLA-ACCOUNT.
           PERFORM READ-GL-ACCOUNT-RECORD.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-ALLOWABLE = "N"
               MOVE "N" TO ACCOUNT-ALLOWABLE.
           MOVE ACCOUNT-ALLOWABLE TO LINE-ALLOWABLE.
           MOVE VOUCHER-NUMBER TO AOV-VOUCHER-NUMBER.
           MOVE GL-INDEX TO AOV-LINE.
           PERFORM READ-ALLOWABILITY-OVERRIDE.
           IF ALLOWABILITY-OVR-FOUND = "Y"
               MOVE AOV-ALLOWABLE TO LINE-ALLOWABLE.

      *------------------------------------------
      * Account and vendor slot bookkeeping
      *------------------------------------------
       ADD-TO-ACCOUNT-TABLE.
           PERFORM FIND-ACCOUNT-SLOT.
           IF ACT-SLOT-FOUND = "Y"
               IF LINE-ALLOWABLE = "N"
                   ADD LINE-AMOUNT TO ACT-UNALLOWABLE (ACT-INDEX)
               ELSE
                   ADD LINE-AMOUNT TO ACT-ALLOWABLE (ACT-INDEX).

       FIND-ACCOUNT-SLOT.
           MOVE "N" TO ACT-SLOT-FOUND.
           PERFORM CHECK-ONE-ACCOUNT-SLOT
               VARYING ACT-INDEX FROM 1 BY 1
               UNTIL ACT-INDEX > ACT-COUNT OR
                     ACT-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF ACT-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM ACT-INDEX.
           IF ACT-SLOT-FOUND = "N"
               IF ACT-COUNT < 500
                   ADD 1 TO ACT-COUNT
                   MOVE ACT-COUNT TO ACT-INDEX
                   MOVE VOUCHER-GL-ACCOUNT (GL-INDEX)
                       TO ACT-ACCOUNT (ACT-INDEX)
                   MOVE ZEROES TO ACT-ALLOWABLE (ACT-INDEX)
                                  ACT-UNALLOWABLE (ACT-INDEX)
                   MOVE "Y" TO ACT-SLOT-FOUND
               ELSE
                   MOVE "Y" TO ACT-TABLE-FULL.

       CHECK-ONE-ACCOUNT-SLOT.
           IF ACT-ACCOUNT (ACT-INDEX) = VOUCHER-GL-ACCOUNT (GL-INDEX)
               MOVE "Y" TO ACT-SLOT-FOUND.

       ADD-TO-VENDOR-TABLE.
           PERFORM FIND-VENDOR-SLOT.
           IF VTB-SLOT-FOUND = "Y"
               IF LINE-ALLOWABLE = "N"
                   ADD LINE-AMOUNT TO VTB-UNALLOWABLE (VTB-INDEX)
               ELSE
                   ADD LINE-AMOUNT TO VTB-ALLOWABLE (VTB-INDEX).

       FIND-VENDOR-SLOT.
           MOVE "N" TO VTB-SLOT-FOUND.
           PERFORM CHECK-ONE-VENDOR-SLOT
               VARYING VTB-INDEX FROM 1 BY 1
               UNTIL VTB-INDEX > VTB-COUNT OR
                     VTB-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF VTB-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM VTB-INDEX.
           IF VTB-SLOT-FOUND = "N"
               IF VTB-COUNT < 1000
                   ADD 1 TO VTB-COUNT
                   MOVE VTB-COUNT TO VTB-INDEX
                   MOVE VOUCHER-VENDOR TO VTB-VENDOR (VTB-INDEX)
                   MOVE ZEROES TO VTB-ALLOWABLE (VTB-INDEX)
                                  VTB-UNALLOWABLE (VTB-INDEX)
                   MOVE "Y" TO VTB-SLOT-FOUND
               ELSE
                   MOVE "Y" TO VTB-TABLE-FULL.

       CHECK-ONE-VENDOR-SLOT.
           IF VTB-VENDOR (VTB-INDEX) = VOUCHER-VENDOR
               MOVE "Y" TO VTB-SLOT-FOUND.

      *------------------------------------------
      * Exchange sorts, account and vendor
      * number order.
      *------------------------------------------
       SORT-ACCOUNT-TABLE.
           MOVE "Y" TO RANK-SWAPPED.
           PERFORM SORT-ONE-ACCOUNT-PASS
               UNTIL RANK-SWAPPED = "N".

       SORT-ONE-ACCOUNT-PASS.
           MOVE "N" TO RANK-SWAPPED.
           IF ACT-COUNT > 1
               PERFORM COMPARE-ADJACENT-ACCOUNTS
                   VARYING ACT-INDEX FROM 1 BY 1
                   UNTIL ACT-INDEX >= ACT-COUNT.

       COMPARE-ADJACENT-ACCOUNTS.
           IF ACT-ACCOUNT (ACT-INDEX) > ACT-ACCOUNT (ACT-INDEX + 1)
               MOVE ACT-ENTRY (ACT-INDEX)     TO ACT-SWAP-ENTRY
               MOVE ACT-ENTRY (ACT-INDEX + 1)
                   TO ACT-ENTRY (ACT-INDEX)
               MOVE ACT-SWAP-ENTRY TO ACT-ENTRY (ACT-INDEX + 1)
               MOVE "Y" TO RANK-SWAPPED.

       SORT-VENDOR-TABLE.
           MOVE "Y" TO RANK-SWAPPED.
           PERFORM SORT-ONE-VENDOR-PASS
               UNTIL RANK-SWAPPED = "N".

       SORT-ONE-VENDOR-PASS.
           MOVE "N" TO RANK-SWAPPED.
           IF VTB-COUNT > 1
               PERFORM COMPARE-ADJACENT-VENDORS
                   VARYING VTB-INDEX FROM 1 BY 1
                   UNTIL VTB-INDEX >= VTB-COUNT.

       COMPARE-ADJACENT-VENDORS.
           IF VTB-VENDOR (VTB-INDEX) > VTB-VENDOR (VTB-INDEX + 1)
               MOVE VTB-ENTRY (VTB-INDEX)     TO VTB-SWAP-ENTRY
               MOVE VTB-ENTRY (VTB-INDEX + 1)
                   TO VTB-ENTRY (VTB-INDEX)
               MOVE VTB-SWAP-ENTRY TO VTB-ENTRY (VTB-INDEX + 1)
               MOVE "Y" TO RANK-SWAPPED.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-THE-HEADINGS.
           MOVE SPACE TO PRINT-LINE.
           STRING "COMPANY " COMPANY-CODE
                  "   INVOICES " RANGE-FROM-DATE
                  " THRU " RANGE-THRU-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-COST-BY-ACCOUNT.
           MOVE SPACE TO PRINT-LINE.
           STRING "COST BY ACCOUNT"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "ACCOUNT DESCRIPTION         "
                  "           ALLOWABLE        UNALLOWABLE"
                  "              TOTAL"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING ACT-INDEX FROM 1 BY 1
               UNTIL ACT-INDEX > ACT-COUNT.

       PRINT-ONE-ACCOUNT.
           MOVE ACT-ACCOUNT (ACT-INDEX) TO GLA-ACCOUNT.
           PERFORM READ-GL-ACCOUNT-RECORD.
           IF GL-ACCOUNT-FOUND = "N"
               MOVE "**Not found**" TO GLA-DESCRIPTION.
           MOVE GLA-DESCRIPTION TO ACCOUNT-NAME-SHORT.
           MOVE ACT-ALLOWABLE (ACT-INDEX)   TO ALLOWABLE-FIELD.
           MOVE ACT-UNALLOWABLE (ACT-INDEX) TO UNALLOWABLE-FIELD.
           COMPUTE ROW-TOTAL = ACT-ALLOWABLE (ACT-INDEX) +
               ACT-UNALLOWABLE (ACT-INDEX).
           MOVE ROW-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING ACT-ACCOUNT (ACT-INDEX)
                  "  " ACCOUNT-NAME-SHORT
                  " " ALLOWABLE-FIELD
                  " " UNALLOWABLE-FIELD
                  " " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-COST-BY-VENDOR.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "COST BY VENDOR"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VENDOR VENDOR NAME           "
                  "           ALLOWABLE        UNALLOWABLE"
                  "              TOTAL"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-VENDOR
               VARYING VTB-INDEX FROM 1 BY 1
               UNTIL VTB-INDEX > VTB-COUNT.

       PRINT-ONE-VENDOR.
           MOVE VTB-VENDOR (VTB-INDEX) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE VENDOR-NAME TO VENDOR-NAME-SHORT.
           MOVE VTB-ALLOWABLE (VTB-INDEX)   TO ALLOWABLE-FIELD.
           MOVE VTB-UNALLOWABLE (VTB-INDEX) TO UNALLOWABLE-FIELD.
           COMPUTE ROW-TOTAL = VTB-ALLOWABLE (VTB-INDEX) +
               VTB-UNALLOWABLE (VTB-INDEX).
           MOVE ROW-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VTB-VENDOR (VTB-INDEX)
                  "  " VENDOR-NAME-SHORT
                  "  " ALLOWABLE-FIELD
                  " " UNALLOWABLE-FIELD
                  " " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-GRAND-TOTALS.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE GRAND-ALLOWABLE   TO ALLOWABLE-FIELD.
           MOVE GRAND-UNALLOWABLE TO UNALLOWABLE-FIELD.
           COMPUTE GRAND-TOTAL = GRAND-ALLOWABLE + GRAND-UNALLOWABLE.
           MOVE GRAND-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "TOTAL COST                  "
                  " " ALLOWABLE-FIELD
                  " " UNALLOWABLE-FIELD
                  " " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF ACT-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 500 ACCOUNTS - COST BY ACCOUNT "
                      "IS INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           IF VTB-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 1000 VENDORS - COST BY VENDOR "
                      "IS INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Every override on one of the company's
      * lines in the range, in voucher order.
      *------------------------------------------
       PRINT-OVERRIDES.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "ALLOWABILITY OVERRIDES"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHER LN ACCOUNT VENDOR      AMOUNT ACCT LINE "
                  "OPERATOR     DATE REASON"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LOW-VALUES TO AOV-KEY.
           MOVE "N" TO OVERRIDE-AT-END.
           START ALLOWABILITY-OVERRIDE-FILE
               KEY IS NOT LESS THAN AOV-KEY
               INVALID KEY MOVE "Y" TO OVERRIDE-AT-END.
           PERFORM PRINT-ONE-OVERRIDE
               UNTIL OVERRIDE-AT-END = "Y".
           MOVE OVERRIDE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING COUNT-FIELD " OVERRIDES"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-OVERRIDE.
           READ ALLOWABILITY-OVERRIDE-FILE NEXT RECORD
               AT END MOVE "Y" TO OVERRIDE-AT-END.
           IF OVERRIDE-AT-END = "N"
               PERFORM FIND-OVERRIDDEN-VOUCHER
               IF VOUCHER-RECORD-FOUND = "Y"
                   PERFORM PRINT-IF-IN-RANGE.

      * Live or archived; an override left on a
      * deleted voucher has nothing to count.
       FIND-OVERRIDDEN-VOUCHER.
           MOVE AOV-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE AOV-VOUCHER-NUMBER TO VCH-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD
                   MOVE "Y" TO VOUCHER-RECORD-FOUND.

       PRINT-IF-IN-RANGE.
           MOVE AOV-LINE TO GL-INDEX.
           IF VOUCHER-DATE NOT < RANGE-FROM-DATE AND
              VOUCHER-DATE NOT > RANGE-THRU-DATE AND
              GL-INDEX NOT = ZERO AND
              GL-INDEX NOT > VOUCHER-GL-DIST-COUNT
               PERFORM SET-LINE-COMPANY
               IF LINE-COMPANY = COMPANY-CODE
                   PERFORM PRINT-OVERRIDE-LINE.

       PRINT-OVERRIDE-LINE.
           ADD 1 TO OVERRIDE-COUNT.
           MOVE "Y" TO ACCOUNT-ALLOWABLE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLA-ACCOUNT.
           PERFORM READ-GL-ACCOUNT-RECORD.
           IF GL-ACCOUNT-FOUND = "Y" AND GLA-ALLOWABLE = "N"
               MOVE "N" TO ACCOUNT-ALLOWABLE.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-GL-AMOUNT (GL-INDEX) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VOUCHER-NUMBER-FIELD
                  "  " AOV-LINE
                  " " VOUCHER-GL-ACCOUNT (GL-INDEX)
                  "  " VOUCHER-VENDOR
                  " " AMOUNT-FIELD
                  "    " ACCOUNT-ALLOWABLE
                  "    " AOV-ALLOWABLE
                  " " AOV-OPERATOR
                  " " AOV-DATE
                  " " AOV-REASON
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

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

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HISTORY-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-GL-ACCOUNT-RECORD.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.

       READ-ALLOWABILITY-OVERRIDE.
           MOVE "Y" TO ALLOWABILITY-OVR-FOUND.
           READ ALLOWABILITY-OVERRIDE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO ALLOWABILITY-OVR-FOUND.

           COPY "plprint.cbl".

           COPY "pldate01.cbl".
