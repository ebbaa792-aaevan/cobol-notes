       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPTRPT01.
      *------------------------------------------
      * Departmental open payables, burst by
      * approver.  Run weekly.  Every approver
      * on APPROVER-FILE gets a report of their
      * own - all of the approver's GL ranges
      * together - covering every voucher with
      * a distribution line coded into those
      * ranges, whatever company's books:
      *
      *   PENDING APPROVAL    waiting on the
      *                       approver, or
      *                       rejected
      *   APPROVED, NOT PAID  open and cleared
      *                       for payment (or
      *                       needing no
      *                       approval)
      *   PAID THIS PERIOD    paid inside the
      *                       accounting period
      *                       of the run date,
      *                       live or archived
      *   OPEN PURCHASE       open PO balances
      *   ORDERS              whose PO account
      *                       is in the ranges
      *
      * "YOUR ACCOUNTS" is the part of the
      * voucher coded into the approver's
      * ranges.
      *
      * Each approver's report is spooled and
      * cataloged on its own with the approver
      * ID as its report ID, so the catalog
      * entry routes it to the right person.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slapprvr.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpurord.cbl".

           COPY "slvnd02.cbl".

           COPY "slperiod.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

           SELECT DEPARTMENT-SORT-FILE ASSIGN TO "dptsrt".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdapprvr.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpurord.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdperiod.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

      *------------------------------------------
      * DPS-SECTION 0 is a marker released for
      * every approver, so one with nothing
      * against their accounts still gets a
      * report saying so.
      *------------------------------------------
       SD  DEPARTMENT-SORT-FILE.
       01  DEPARTMENT-SORT-RECORD.
           05 DPS-APPROVER              PIC X(08).
           05 DPS-SECTION               PIC 9(01).
           05 DPS-DOCUMENT              PIC 9(07).
           05 DPS-VENDOR                PIC 9(05).
           05 DPS-DATE                  PIC 9(08).
           05 DPS-STATUS                PIC X(01).
           05 DPS-IN-RANGE              PIC S9(09)V99.
           05 DPS-AMOUNT                PIC S9(09)V99.

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  APPROVER-AT-END             PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  PO-AT-END                   PIC X(01).
       77  SORT-AT-END                 PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  PERIOD-FROM-DATE            PIC 9(08).
       77  PERIOD-THRU-DATE            PIC 9(08).

      *------------------------------------------
      * The approver table, 200 ranges.
      *------------------------------------------
       77  APT-COUNT                   PIC 9(03) VALUE ZERO.
       77  APT-INDEX                   PIC 9(03).
       77  APT-TABLE-FULL              PIC X(01) VALUE "N".
       01  APPROVER-RANGE-TABLE.
           05 APT-ENTRY                OCCURS 200 TIMES.
              10 APT-ACCOUNT-FROM      PIC 9(06).
              10 APT-ACCOUNT-THRU      PIC 9(06).
              10 APT-APPROVER-ID       PIC X(08).

       77  GL-INDEX                    PIC 9(01).
       77  PH-INDEX                    PIC 9(01).
       77  IN-RANGE-AMOUNT             PIC S9(09)V99.
       77  PAID-IN-PERIOD              PIC S9(09)V99.
       77  LAST-PAID-IN-PERIOD         PIC 9(08).
       77  PO-OPEN-BALANCE             PIC S9(09)V99.

      *------------------------------------------
      * Sort output - one approver's report at
      * a time, a section at a time, with a
      * voucher that hits more than one of the
      * approver's ranges gathered onto one
      * line.
      *------------------------------------------
       77  GROUP-APPROVER              PIC X(08).
       77  GROUP-SECTION               PIC 9(01).
       77  GROUP-DOCUMENT              PIC 9(07).
       77  GROUP-VENDOR                PIC 9(05).
       77  GROUP-DATE                  PIC 9(08).
       77  GROUP-STATUS                PIC X(01).
       77  GROUP-IN-RANGE              PIC S9(09)V99.
       77  GROUP-AMOUNT                PIC S9(09)V99.
       77  SECTION-COUNT               PIC 9(05).
       77  SECTION-IN-RANGE            PIC S9(09)V99.
       77  SECTION-AMOUNT              PIC S9(09)V99.
       77  DEPARTMENT-LINES            PIC 9(05).
       77  REPORTS-SPOOLED             PIC 9(03) VALUE ZERO.

       01  SECTION-NAMES.
           05 FILLER               PIC X(24) VALUE "PENDING APPROVAL".
           05 FILLER               PIC X(24) VALUE
                                   "APPROVED, NOT YET PAID".
           05 FILLER               PIC X(24) VALUE "PAID THIS PERIOD".
           05 FILLER               PIC X(24) VALUE
                                   "OPEN PURCHASE ORDERS".
       01  FILLER REDEFINES SECTION-NAMES.
           05 SECTION-NAME             OCCURS 4 TIMES
                                       PIC X(24).
       01  SECTION-DATE-NAMES.
           05 FILLER                   PIC X(08) VALUE "DUE".
           05 FILLER                   PIC X(08) VALUE "DUE".
           05 FILLER                   PIC X(08) VALUE "PAID".
           05 FILLER                   PIC X(08) VALUE "PO DATE".
       01  FILLER REDEFINES SECTION-DATE-NAMES.
           05 SECTION-DATE-NAME        OCCURS 4 TIMES
                                       PIC X(08).
       01  SECTION-AMOUNT-NAMES.
           05 FILLER                   PIC X(12) VALUE "VOUCHER".
           05 FILLER                   PIC X(12) VALUE "STILL OPEN".
           05 FILLER                   PIC X(12) VALUE "PAID".
           05 FILLER                   PIC X(12) VALUE "PO AMOUNT".
       01  FILLER REDEFINES SECTION-AMOUNT-NAMES.
           05 SECTION-AMOUNT-NAME      OCCURS 4 TIMES
                                       PIC X(12).

       77  STATUS-NAME                 PIC X(10).
       77  IN-RANGE-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.
       77  DOCUMENT-FIELD              PIC Z(6)9.
       77  VENDOR-NAME-SHORT           PIC X(20).

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
           OPEN INPUT APPROVER-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           PERFORM SET-THIS-PERIOD.
           PERFORM LOAD-APPROVER-TABLE.

       CLOSING-PROCEDURE.
           CLOSE APPROVER-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ACCT-PERIOD-FILE.
           DISPLAY "DEPARTMENT REPORTS SPOOLED: " REPORTS-SPOOLED.
           IF APT-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 200 APPROVER RANGES - "
                       "THE LATER ONES WERE NOT REPORTED ***".

      * The accounting period the run date
      * falls in; a month with no period
      * record is the calendar month.
       SET-THIS-PERIOD.
           COMPUTE PRD-PERIOD = RUN-DATE / 100.
           PERFORM READ-PERIOD-RECORD.
           IF PERIOD-RECORD-FOUND = "Y"
               MOVE PRD-BEGIN-DATE TO PERIOD-FROM-DATE
               MOVE PRD-END-DATE   TO PERIOD-THRU-DATE
           ELSE
               COMPUTE PERIOD-FROM-DATE = PRD-PERIOD * 100 + 1
               COMPUTE PERIOD-THRU-DATE = PRD-PERIOD * 100 + 31.

       LOAD-APPROVER-TABLE.
           MOVE "N" TO APPROVER-AT-END.
           PERFORM LOAD-ONE-APPROVER-RANGE
               UNTIL APPROVER-AT-END = "Y".

       LOAD-ONE-APPROVER-RANGE.
           READ APPROVER-FILE NEXT RECORD
               AT END MOVE "Y" TO APPROVER-AT-END.
           IF APPROVER-AT-END = "N"
               IF APT-COUNT < 200
                   ADD 1 TO APT-COUNT
                   MOVE APR-ACCOUNT-FROM
                       TO APT-ACCOUNT-FROM (APT-COUNT)
                   MOVE APR-ACCOUNT-THRU
                       TO APT-ACCOUNT-THRU (APT-COUNT)
                   MOVE APR-APPROVER-ID
                       TO APT-APPROVER-ID (APT-COUNT)
               ELSE
                   MOVE "Y" TO APT-TABLE-FULL.

       MAIN-PROCESS.
           SORT DEPARTMENT-SORT-FILE
               ON ASCENDING KEY DPS-APPROVER
                                DPS-SECTION
                                DPS-DOCUMENT
               INPUT PROCEDURE IS GATHER-DEPARTMENT-ITEMS
               OUTPUT PROCEDURE IS SPOOL-DEPARTMENT-REPORTS.

      *------------------------------------------
      * Sort input - a marker per approver
      * range, then each voucher and open PO
      * once for every range it lands in.
      *------------------------------------------
       GATHER-DEPARTMENT-ITEMS.
           PERFORM RELEASE-APPROVER-MARKER
               VARYING APT-INDEX FROM 1 BY 1
               UNTIL APT-INDEX > APT-COUNT.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM GATHER-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM GATHER-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".
           PERFORM READ-NEXT-PO-RECORD.
           PERFORM GATHER-ONE-PURCHASE-ORDER
               UNTIL PO-AT-END = "Y".

       RELEASE-APPROVER-MARKER.
           MOVE SPACE TO DEPARTMENT-SORT-RECORD.
           MOVE APT-APPROVER-ID (APT-INDEX) TO DPS-APPROVER.
           MOVE ZEROES TO DPS-SECTION DPS-DOCUMENT DPS-VENDOR
                          DPS-DATE DPS-IN-RANGE DPS-AMOUNT.
           RELEASE DEPARTMENT-SORT-RECORD.

       GATHER-ONE-LIVE-VOUCHER.
           PERFORM TOTAL-PAID-IN-PERIOD.
           PERFORM GATHER-VOUCHER-FOR-RANGE
               VARYING APT-INDEX FROM 1 BY 1
               UNTIL APT-INDEX > APT-COUNT.
           PERFORM READ-NEXT-VOUCHER-RECORD.

      * An archived voucher is paid - it can
      * only show up as paid this period.  It
      * is moved over VOUCHER-RECORD (the
      * layouts match field for field) so the
      * same paragraphs read it.
       GATHER-ONE-ARCHIVED-VOUCHER.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM TOTAL-PAID-IN-PERIOD.
           IF PAID-IN-PERIOD NOT = ZEROES
               PERFORM GATHER-VOUCHER-FOR-RANGE
                   VARYING APT-INDEX FROM 1 BY 1
                   UNTIL APT-INDEX > APT-COUNT.
           PERFORM READ-NEXT-HISTORY-RECORD.

       TOTAL-PAID-IN-PERIOD.
           MOVE ZEROES TO PAID-IN-PERIOD LAST-PAID-IN-PERIOD.
           PERFORM TOTAL-ONE-PAYMENT
               VARYING PH-INDEX FROM 1 BY 1
               UNTIL PH-INDEX > VOUCHER-PAYMENT-COUNT.

       TOTAL-ONE-PAYMENT.
           IF VOUCHER-PAYMENT-DATE (PH-INDEX) NOT <
              PERIOD-FROM-DATE AND
              VOUCHER-PAYMENT-DATE (PH-INDEX) NOT >
              PERIOD-THRU-DATE
               ADD VOUCHER-PAYMENT-AMOUNT (PH-INDEX)
                   TO PAID-IN-PERIOD
               IF VOUCHER-PAYMENT-DATE (PH-INDEX) >
                  LAST-PAID-IN-PERIOD
                   MOVE VOUCHER-PAYMENT-DATE (PH-INDEX)
                       TO LAST-PAID-IN-PERIOD.

       GATHER-VOUCHER-FOR-RANGE.
           MOVE ZEROES TO IN-RANGE-AMOUNT.
           PERFORM ADD-LINE-IF-IN-RANGE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
           IF IN-RANGE-AMOUNT NOT = ZEROES
               PERFORM RELEASE-VOUCHER-ITEMS.

       ADD-LINE-IF-IN-RANGE.
           IF VOUCHER-GL-ACCOUNT (GL-INDEX) NOT <
              APT-ACCOUNT-FROM (APT-INDEX) AND
              VOUCHER-GL-ACCOUNT (GL-INDEX) NOT >
              APT-ACCOUNT-THRU (APT-INDEX)
               ADD VOUCHER-GL-AMOUNT (GL-INDEX) TO IN-RANGE-AMOUNT.

      * Still open: pending or rejected goes
      * under PENDING APPROVAL, anything else
      * is approved (or needed no approval)
      * and waiting to be paid.
       RELEASE-VOUCHER-ITEMS.
           MOVE APT-APPROVER-ID (APT-INDEX) TO DPS-APPROVER.
           MOVE VOUCHER-NUMBER   TO DPS-DOCUMENT.
           MOVE VOUCHER-VENDOR   TO DPS-VENDOR.
           MOVE IN-RANGE-AMOUNT  TO DPS-IN-RANGE.
           PERFORM SET-VOUCHER-STATUS.
           IF VOUCHER-OPEN-ITEM = "Y"
               MOVE VOUCHER-DUE TO DPS-DATE
               IF VOUCHER-APPROVAL-STATUS = "P" OR
                  VOUCHER-APPROVAL-STATUS = "R"
                   MOVE 1 TO DPS-SECTION
                   MOVE VOUCHER-AMOUNT TO DPS-AMOUNT
                   RELEASE DEPARTMENT-SORT-RECORD
               ELSE
                   MOVE 2 TO DPS-SECTION
                   COMPUTE DPS-AMOUNT =
                       VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
                   RELEASE DEPARTMENT-SORT-RECORD.
           IF PAID-IN-PERIOD NOT = ZEROES
               MOVE 3 TO DPS-SECTION
               MOVE LAST-PAID-IN-PERIOD TO DPS-DATE
               MOVE PAID-IN-PERIOD      TO DPS-AMOUNT
               RELEASE DEPARTMENT-SORT-RECORD.

       SET-VOUCHER-STATUS.
           IF VOUCHER-DISPUTED = "Y"
               MOVE "D" TO DPS-STATUS
           ELSE
               MOVE VOUCHER-APPROVAL-STATUS TO DPS-STATUS.

      * Open balance the way CMTRPT01 figures
      * it.
       GATHER-ONE-PURCHASE-ORDER.
           IF PO-STATUS = "O" AND
              PO-VOUCHERED-AMOUNT < PO-AMOUNT
               COMPUTE PO-OPEN-BALANCE =
                   PO-AMOUNT - PO-VOUCHERED-AMOUNT
               PERFORM GATHER-PO-FOR-RANGE
                   VARYING APT-INDEX FROM 1 BY 1
                   UNTIL APT-INDEX > APT-COUNT.
           PERFORM READ-NEXT-PO-RECORD.

       GATHER-PO-FOR-RANGE.
           IF PO-GL-ACCOUNT NOT < APT-ACCOUNT-FROM (APT-INDEX) AND
              PO-GL-ACCOUNT NOT > APT-ACCOUNT-THRU (APT-INDEX)
               MOVE APT-APPROVER-ID (APT-INDEX) TO DPS-APPROVER
               MOVE 4               TO DPS-SECTION
               MOVE PO-NUMBER       TO DPS-DOCUMENT
               MOVE PO-VENDOR       TO DPS-VENDOR
               MOVE PO-DATE         TO DPS-DATE
               MOVE PO-TYPE         TO DPS-STATUS
               MOVE PO-OPEN-BALANCE TO DPS-IN-RANGE
               MOVE PO-AMOUNT       TO DPS-AMOUNT
               RELEASE DEPARTMENT-SORT-RECORD.

      *------------------------------------------
      * Sort output - a report per approver.
      *------------------------------------------
       SPOOL-DEPARTMENT-REPORTS.
           MOVE SPACE TO GROUP-APPROVER.
           MOVE ZEROES TO GROUP-SECTION GROUP-DOCUMENT.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM SPOOL-ONE-ROW
               UNTIL SORT-AT-END = "Y".
           IF GROUP-APPROVER NOT = SPACE
               PERFORM FINISH-ONE-DEPARTMENT.

       SPOOL-ONE-ROW.
           IF DPS-APPROVER NOT = GROUP-APPROVER
               IF GROUP-APPROVER NOT = SPACE
                   PERFORM FINISH-ONE-DEPARTMENT
               END-IF
               PERFORM START-ONE-DEPARTMENT
           END-IF.
           IF DPS-SECTION NOT = GROUP-SECTION
               PERFORM FINISH-ONE-DOCUMENT
               PERFORM FINISH-ONE-SECTION
               PERFORM START-ONE-SECTION
           ELSE
           IF DPS-DOCUMENT NOT = GROUP-DOCUMENT
               PERFORM FINISH-ONE-DOCUMENT
               PERFORM START-ONE-DOCUMENT
           ELSE
               ADD DPS-IN-RANGE TO GROUP-IN-RANGE.
           PERFORM RETURN-NEXT-SORT-RECORD.

       START-ONE-DEPARTMENT.
           MOVE DPS-APPROVER TO GROUP-APPROVER.
           MOVE ZEROES TO GROUP-SECTION GROUP-DOCUMENT
                          DEPARTMENT-LINES.
           MOVE DPS-APPROVER TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "DEPARTMENT OPEN PAYABLES" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           ADD 1 TO REPORTS-SPOOLED.
           MOVE SPACE TO PRINT-LINE.
           STRING "APPROVER " DPS-APPROVER
                  "   PERIOD " PERIOD-FROM-DATE
                  " THRU " PERIOD-THRU-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-APPROVER-RANGES
               VARYING APT-INDEX FROM 1 BY 1
               UNTIL APT-INDEX > APT-COUNT.

       PRINT-APPROVER-RANGES.
           IF APT-APPROVER-ID (APT-INDEX) = GROUP-APPROVER
               MOVE SPACE TO PRINT-LINE
               STRING "   ACCOUNTS " APT-ACCOUNT-FROM (APT-INDEX)
                      " THRU " APT-ACCOUNT-THRU (APT-INDEX)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       FINISH-ONE-DEPARTMENT.
           PERFORM FINISH-ONE-DOCUMENT.
           PERFORM FINISH-ONE-SECTION.
           IF DEPARTMENT-LINES = ZERO
               MOVE SPACE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "NOTHING PENDING, OPEN, PAID THIS PERIOD OR "
                      "ON ORDER AGAINST THESE ACCOUNTS"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM CLOSE-THE-REPORT.

      * Section 0 is only the marker - no
      * heading, no lines.
       START-ONE-SECTION.
           MOVE DPS-SECTION TO GROUP-SECTION.
           MOVE ZEROES TO SECTION-COUNT SECTION-IN-RANGE
                          SECTION-AMOUNT.
           IF GROUP-SECTION NOT = ZERO
               MOVE SPACE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING SECTION-NAME (GROUP-SECTION)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "DOCUMENT VENDOR NAME                "
                      SECTION-DATE-NAME (GROUP-SECTION)
                      " STATUS         YOUR ACCOUNTS "
                      SECTION-AMOUNT-NAME (GROUP-SECTION)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM START-ONE-DOCUMENT.

       FINISH-ONE-SECTION.
           IF GROUP-SECTION NOT = ZERO
               MOVE SECTION-COUNT    TO COUNT-FIELD
               MOVE SECTION-IN-RANGE TO IN-RANGE-FIELD
               MOVE SECTION-AMOUNT   TO AMOUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "   " COUNT-FIELD " ITEMS"
                      "                              "
                      "   " IN-RANGE-FIELD
                      " " AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       START-ONE-DOCUMENT.
           MOVE DPS-DOCUMENT TO GROUP-DOCUMENT.
           MOVE DPS-VENDOR   TO GROUP-VENDOR.
           MOVE DPS-DATE     TO GROUP-DATE.
           MOVE DPS-STATUS   TO GROUP-STATUS.
           MOVE DPS-IN-RANGE TO GROUP-IN-RANGE.
           MOVE DPS-AMOUNT   TO GROUP-AMOUNT.

       FINISH-ONE-DOCUMENT.
           IF GROUP-SECTION NOT = ZERO
               ADD 1 TO SECTION-COUNT DEPARTMENT-LINES
               ADD GROUP-IN-RANGE TO SECTION-IN-RANGE
               ADD GROUP-AMOUNT   TO SECTION-AMOUNT
               PERFORM PRINT-ONE-DOCUMENT.

       PRINT-ONE-DOCUMENT.
           MOVE GROUP-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE VENDOR-NAME TO VENDOR-NAME-SHORT.
           PERFORM SET-STATUS-NAME.
           MOVE GROUP-DOCUMENT TO DOCUMENT-FIELD.
           MOVE GROUP-IN-RANGE TO IN-RANGE-FIELD.
           MOVE GROUP-AMOUNT   TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING DOCUMENT-FIELD
                  "  " GROUP-VENDOR
                  " " VENDOR-NAME-SHORT
                  "  " GROUP-DATE
                  " " STATUS-NAME
                  " " IN-RANGE-FIELD
                  " " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       SET-STATUS-NAME.
           IF GROUP-SECTION = 4
               IF GROUP-STATUS = "B"
                   MOVE "BLANKET" TO STATUS-NAME
               ELSE
                   MOVE "OPEN" TO STATUS-NAME
           ELSE
           IF GROUP-STATUS = "D"
               MOVE "DISPUTED" TO STATUS-NAME
           ELSE
           IF GROUP-STATUS = "P"
               MOVE "PENDING" TO STATUS-NAME
           ELSE
           IF GROUP-STATUS = "R"
               MOVE "REJECTED" TO STATUS-NAME
           ELSE
           IF GROUP-STATUS = "A"
               MOVE "APPROVED" TO STATUS-NAME
           ELSE
               MOVE "NOT NEEDED" TO STATUS-NAME.

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

       READ-NEXT-PO-RECORD.
           MOVE "N" TO PO-AT-END.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-AT-END.

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
           RETURN DEPARTMENT-SORT-FILE
               AT END MOVE "Y" TO SORT-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-PERIOD-RECORD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.

           COPY "plprint.cbl".
