       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTRPT01.
      *------------------------------------------
      * Month-end cutoff report - the auditors'
      * search for unrecorded liabilities, for
      * one closed accounting period.  Three
      * sections:
      *
      * 1. Invoices that reached us on or
      *    before the period end (VOUCHER-
      *    RECEIVED-DATE) but were booked
      *    into a later VOUCHER-PERIOD - live
      *    and archived vouchers both.  A
      *    voucher from before the received
      *    date was captured cannot tell, and
      *    is left out.
      *
      * 2. Goods received in the period (not
      *    returns) against a PO still not
      *    fully invoiced, where the RNIACC01
      *    accrual does not cover the gap -
      *    no RNI accrual posted in the period
      *    at all, a PO no longer open, or
      *    receipts valued past the PO's open
      *    balance.  Valued on today's PO
      *    balances the same way RNIACC01
      *    values them.  The accrual is found
      *    on its credit side - CONTROL-RNI-
      *    ACCR-ACCOUNT, negative - so last
      *    month's reversal, dated the first
      *    of this period, does not count.
      *    GLBATCH01 sweeps the posting spool
      *    nightly, so the swept batch files
      *    are walked first, then the spool.
      *    The PO file carries no company, so
      *    this section lists every company's
      *    orders.
      *
      * 3. Payments made in the days after
      *    period end (30 unless the clerk
      *    says otherwise) on invoices dated
      *    in or before the period - the
      *    subsequent-disbursements test.
      *    Each is flagged when the voucher
      *    was booked after the period.
      *    Write-offs (method O) are not
      *    payments and are skipped.
      *
      * A voucher with no VOUCHER-PERIOD (from
      * before the field) is taken as booked
      * in the period of its VOUCHER-DATE.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slvnd02.cbl".

           COPY "slpurord.cbl".

           COPY "slrcpt.cbl".

           COPY "slpoline.cbl".

           COPY "slpaydtl.cbl".

           COPY "slglpost.cbl".

           COPY "slgltlog.cbl".

           SELECT GL-BATCH-FILE
               ASSIGN TO GL-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slcontrl.cbl".

           COPY "slperiod.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdpurord.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdpoline.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdglpost.cbl".

           COPY "fdgltlog.cbl".

       FD  GL-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BATCH-RECORD              PIC X(80).

           COPY "fdcontrl.cbl".

           COPY "fdperiod.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  PO-AT-END                   PIC X(01).
       77  RECEIPT-SCAN-AT-END         PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  GL-POST-AT-END              PIC X(01).
       77  BATCH-LOG-AT-END            PIC X(01).
       77  BATCH-AT-END                PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  HISTORY-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  LINE-RECORD-FOUND           PIC X(01).
       77  PO-HAS-LINES                PIC X(01).
       77  ACCRUAL-WAS-POSTED          PIC X(01).

       01  GL-BATCH-FILE-NAME.
           05 FILLER                   PIC X(07) VALUE "glbatch".
           05 GL-BATCH-NAME-ID         PIC 9(06).

      *------------------------------------------
      * GLBATCH01's "D" detail line, for
      * pulling a swept posting line back out
      * of a batch file - same layout GLRCN01
      * reads.
      *------------------------------------------
       01  BATCH-DETAIL-LINE.
           05 BD-RECORD-TYPE           PIC X(01).
           05 BD-RUN-DATE              PIC 9(08).
           05 BD-ACCOUNT               PIC 9(06).
           05 BD-AMOUNT                PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           05 BD-VOUCHER-NUMBER        PIC 9(07).
           05 BD-CHECK-NO              PIC 9(06).
           05 BD-SOURCE                PIC X(03).
           05 BD-COMPANY               PIC 9(01).
           05 FILLER                   PIC X(39).

       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).
       77  CUTOFF-PERIOD               PIC 9(06).
       77  PERIOD-BEGIN-DATE           PIC 9(08).
       77  PERIOD-END-DATE             PIC 9(08).
       77  SEARCH-DAYS                 PIC 9(02).
       77  SEARCH-END-DATE             PIC 9(08).
       77  BOOKED-PERIOD               PIC 9(06).

       77  PO-RECEIVED-VALUE           PIC S9(7)V99.
       77  PERIOD-RECEIPT-COUNT        PIC 9(03).
       77  PO-UNINVOICED               PIC S9(7)V99.
       77  PO-ACCRUED                  PIC S9(7)V99.
       77  PO-NOT-ACCRUED              PIC S9(7)V99.
       77  RECEIPT-VALUE               PIC S9(7)V99.
       77  NOT-ACCRUED-REASON          PIC X(24).

       77  LATE-BOOKED-COUNT           PIC 9(05).
       77  LATE-BOOKED-TOTAL           PIC S9(9)V99.
       77  RECEIPT-PO-COUNT            PIC 9(05).
       77  RECEIPT-NOT-ACCRUED-TOTAL   PIC S9(9)V99.
       77  PAYMENT-COUNT               PIC 9(05).
       77  PAYMENT-TOTAL               PIC S9(9)V99.
       77  UNRECORDED-COUNT            PIC 9(05).
       77  UNRECORDED-TOTAL            PIC S9(9)V99.

       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  VALUE-FIELD                 PIC Z,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.
       77  QUANTITY-FIELD              PIC ZZ,ZZ9.
       77  VOUCHER-NUMBER-FIELD        PIC Z(6)9.
       77  INVOICE-DATE-FIELD          PIC X(10).
       77  RECEIVED-DATE-FIELD         PIC X(10).
       77  PAID-DATE-FIELD             PIC X(10).
       77  VENDOR-NAME-SHORT           PIC X(20).
       77  BOOKED-FLAG                 PIC X(12).

           COPY "wssignon.cbl".

           COPY "wscompny.cbl".

           COPY "wsdate01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF CUTOFF-PERIOD NOT = ZEROES
               PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN INPUT CONTROL-FILE.
           PERFORM SET-COMPANY-CODE.
           PERFORM READ-CONTROL-RECORD.
           PERFORM ENTER-CUTOFF-PERIOD.
           IF CUTOFF-PERIOD NOT = ZEROES
               PERFORM ENTER-SEARCH-DAYS.

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

      *------------------------------------------
      * Cutoff is tested once the books for
      * the period are shut - the period must
      * be on the period master and closed.
      *------------------------------------------
       ENTER-CUTOFF-PERIOD.
           DISPLAY "ENTER CLOSED PERIOD TO TEST (CCYYMM), OR "
                   "ZERO TO EXIT".
           ACCEPT CUTOFF-PERIOD.
           IF CUTOFF-PERIOD NOT = ZEROES
               MOVE CUTOFF-PERIOD TO PRD-PERIOD
               MOVE "Y" TO PERIOD-RECORD-FOUND
               READ ACCT-PERIOD-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO PERIOD-RECORD-FOUND
               END-READ
               IF PERIOD-RECORD-FOUND = "N"
                   DISPLAY "PERIOD NOT ON FILE - SEE PRDMNT01"
                   PERFORM ENTER-CUTOFF-PERIOD
               ELSE
               IF PRD-STATUS NOT = "C"
                   DISPLAY "PERIOD IS STILL OPEN - CLOSE IT "
                           "BEFORE TESTING CUTOFF"
                   PERFORM ENTER-CUTOFF-PERIOD
               ELSE
                   MOVE PRD-BEGIN-DATE TO PERIOD-BEGIN-DATE
                   MOVE PRD-END-DATE   TO PERIOD-END-DATE.

       ENTER-SEARCH-DAYS.
           DISPLAY "DAYS AFTER PERIOD END TO SEARCH FOR "
                   "PAYMENTS (ENTER FOR 30)".
           ACCEPT SEARCH-DAYS.
           IF SEARCH-DAYS = ZEROES
               MOVE 30 TO SEARCH-DAYS.
           COMPUTE SEARCH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PERIOD-END-DATE)
                + SEARCH-DAYS).

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE CONTROL-FILE.

       MAIN-PROCESS.
           MOVE "CUTRPT01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "UNRECORDED LIABILITIES CUTOFF" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM LIST-LATE-BOOKED-INVOICES.
           PERFORM LIST-UNACCRUED-RECEIPTS.
           PERFORM LIST-SUBSEQUENT-PAYMENTS.
           PERFORM PRINT-THE-SUMMARY.
           PERFORM CLOSE-THE-REPORT.
           DISPLAY "CUTOFF REPORT FOR " CUTOFF-PERIOD
                   " IS ON THE REPORT SPOOL".

       PRINT-THE-HEADINGS.
           MOVE PERIOD-BEGIN-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO INVOICE-DATE-FIELD.
           MOVE PERIOD-END-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO RECEIVED-DATE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "COMPANY " COMPANY-CODE
                  "   PERIOD " CUTOFF-PERIOD
                  "   " INVOICE-DATE-FIELD
                  " TO " RECEIVED-DATE-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * 1. Received by period end, booked
      * after it.
      *------------------------------------------
       LIST-LATE-BOOKED-INVOICES.
           MOVE ZEROES TO LATE-BOOKED-COUNT
                          LATE-BOOKED-TOTAL.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "1. INVOICES RECEIVED BY PERIOD END BUT BOOKED "
             TO PRINT-LINE.
           MOVE "INTO A LATER PERIOD" TO PRINT-LINE(47:).
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHER VENDOR NAME                 "
                  "INVOICE         INV DATE    RECEIVED    "
                  "BOOKED      AMOUNT"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "N" TO VOUCHER-AT-END.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM CHECK-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           MOVE "N" TO HISTORY-AT-END.
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM CHECK-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".
           MOVE LATE-BOOKED-COUNT TO COUNT-FIELD.
           MOVE LATE-BOOKED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " COUNT-FIELD " INVOICES BOOKED LATE, TOTAL "
                  TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       CHECK-ONE-LIVE-VOUCHER.
           PERFORM CHECK-LATE-BOOKING.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       CHECK-ONE-ARCHIVED-VOUCHER.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM CHECK-LATE-BOOKING.
           PERFORM READ-NEXT-HISTORY-RECORD.

       CHECK-LATE-BOOKING.
           PERFORM SET-BOOKED-PERIOD.
           IF VOUCHER-COMPANY = COMPANY-CODE AND
              VOUCHER-RECEIVED-DATE NOT = ZEROES AND
              VOUCHER-RECEIVED-DATE NOT > PERIOD-END-DATE AND
              BOOKED-PERIOD > CUTOFF-PERIOD
               ADD 1 TO LATE-BOOKED-COUNT
               ADD VOUCHER-AMOUNT TO LATE-BOOKED-TOTAL
               PERFORM PRINT-LATE-BOOKED-LINE.

       PRINT-LATE-BOOKED-LINE.
           PERFORM GET-VENDOR-NAME.
           MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO INVOICE-DATE-FIELD.
           MOVE VOUCHER-RECEIVED-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO RECEIVED-DATE-FIELD.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VOUCHER-NUMBER-FIELD " "
                  VOUCHER-VENDOR " "
                  VENDOR-NAME-SHORT " "
                  VOUCHER-INVOICE " "
                  INVOICE-DATE-FIELD "  "
                  RECEIVED-DATE-FIELD "  "
                  BOOKED-PERIOD " "
                  AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * 2. Received in the period, not
      * invoiced, not accrued.  First - did
      * RNIACC01 post an accrual dated in the
      * period for this company at all?
      *------------------------------------------
       LIST-UNACCRUED-RECEIPTS.
           MOVE ZEROES TO RECEIPT-PO-COUNT
                          RECEIPT-NOT-ACCRUED-TOTAL.
           PERFORM CHECK-ACCRUAL-POSTED.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "2. GOODS RECEIVED IN THE PERIOD, NOT YET "
             TO PRINT-LINE.
           MOVE "INVOICED AND NOT ACCRUED" TO PRINT-LINE(42:).
           PERFORM PRINT-A-LINE.
           IF ACCRUAL-WAS-POSTED = "N"
               MOVE "   *** NO RNIACC01 ACCRUAL WAS POSTED IN "
                 TO PRINT-LINE
               MOVE "THIS PERIOD ***" TO PRINT-LINE(42:)
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "PO     VENDOR DESCRIPTION                    "
                  "  UNINVOICED     ACCRUED  NOT ACCRUED  REASON"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "N" TO PO-AT-END.
           PERFORM READ-NEXT-PO-RECORD.
           PERFORM CHECK-ONE-ORDER
               UNTIL PO-AT-END = "Y".
           MOVE RECEIPT-PO-COUNT TO COUNT-FIELD.
           MOVE RECEIPT-NOT-ACCRUED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " COUNT-FIELD " ORDERS, NOT ACCRUED TOTAL "
                  TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * GLBATCH01 empties the raw spool
      * nightly, so a closed period's accrual
      * lives in the numbered glbatchNNNNNN
      * files - the batch log drives a walk of
      * those first, the same as GLRCN01, then
      * the live spool adds whatever has not
      * been swept yet.
      *------------------------------------------
       CHECK-ACCRUAL-POSTED.
           MOVE "N" TO ACCRUAL-WAS-POSTED.
           OPEN INPUT GL-BATCH-LOG-FILE.
           PERFORM CHECK-THE-SWEPT-BATCHES.
           CLOSE GL-BATCH-LOG-FILE.
           IF ACCRUAL-WAS-POSTED = "N"
               OPEN INPUT GL-POST-FILE
               MOVE "N" TO GL-POST-AT-END
               PERFORM CHECK-ONE-GL-POST
                   UNTIL GL-POST-AT-END = "Y"
               CLOSE GL-POST-FILE.

       CHECK-THE-SWEPT-BATCHES.
           MOVE ZEROES TO GTL-BATCH-ID.
           MOVE "N" TO BATCH-LOG-AT-END.
           START GL-BATCH-LOG-FILE
               KEY IS NOT LESS THAN GTL-BATCH-ID
               INVALID KEY MOVE "Y" TO BATCH-LOG-AT-END.
           PERFORM CHECK-ONE-BATCH
               UNTIL BATCH-LOG-AT-END = "Y".

       CHECK-ONE-BATCH.
           READ GL-BATCH-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO BATCH-LOG-AT-END.
           IF BATCH-LOG-AT-END = "N"
               MOVE GTL-BATCH-ID TO GL-BATCH-NAME-ID
               PERFORM CHECK-ONE-BATCH-FILE
               IF ACCRUAL-WAS-POSTED = "Y"
                   MOVE "Y" TO BATCH-LOG-AT-END.

       CHECK-ONE-BATCH-FILE.
           MOVE "N" TO BATCH-AT-END.
           OPEN INPUT GL-BATCH-FILE.
           PERFORM READ-NEXT-BATCH-LINE.
           PERFORM CHECK-ONE-BATCH-LINE
               UNTIL BATCH-AT-END = "Y".
           CLOSE GL-BATCH-FILE.

      * A swept line is staged into the GLP record area so the
      * one accrual test serves both sources.
       CHECK-ONE-BATCH-LINE.
           IF GL-BATCH-RECORD (1:1) = "D"
               MOVE GL-BATCH-RECORD   TO BATCH-DETAIL-LINE
               MOVE BD-RUN-DATE       TO GLP-RUN-DATE
               MOVE BD-ACCOUNT        TO GLP-ACCOUNT
               MOVE BD-AMOUNT         TO GLP-AMOUNT
               MOVE BD-VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER
               MOVE BD-SOURCE         TO GLP-SOURCE
               MOVE BD-COMPANY        TO GLP-COMPANY
               PERFORM QUALIFY-ACCRUAL-LINE.
           IF ACCRUAL-WAS-POSTED = "Y"
               MOVE "Y" TO BATCH-AT-END
           ELSE
               PERFORM READ-NEXT-BATCH-LINE.

       CHECK-ONE-GL-POST.
           READ GL-POST-FILE NEXT RECORD
               AT END MOVE "Y" TO GL-POST-AT-END.
           IF GL-POST-AT-END = "N"
               PERFORM QUALIFY-ACCRUAL-LINE
               IF ACCRUAL-WAS-POSTED = "Y"
                   MOVE "Y" TO GL-POST-AT-END.

      *    Only the accrual's credit to the accrued-liability
      *    account counts - RNIACC01's reversal of last month's
      *    accrual is also source RNI, dated the first of this
      *    period, but it debits that account.
       QUALIFY-ACCRUAL-LINE.
           IF GLP-SOURCE = "RNI" AND
              GLP-COMPANY = COMPANY-CODE AND
              GLP-ACCOUNT = CONTROL-RNI-ACCR-ACCOUNT AND
              GLP-AMOUNT < ZERO AND
              GLP-RUN-DATE NOT < PERIOD-BEGIN-DATE AND
              GLP-RUN-DATE NOT > PERIOD-END-DATE
               MOVE "Y" TO ACCRUAL-WAS-POSTED.

       CHECK-ONE-ORDER.
           PERFORM VALUE-PO-RECEIPTS.
           IF PERIOD-RECEIPT-COUNT NOT = ZEROES
               PERFORM FIGURE-NOT-ACCRUED
               IF PO-NOT-ACCRUED > ZERO
                   ADD 1 TO RECEIPT-PO-COUNT
                   ADD PO-NOT-ACCRUED TO RECEIPT-NOT-ACCRUED-TOTAL
                   PERFORM PRINT-UNACCRUED-ORDER.
           PERFORM READ-NEXT-PO-RECORD.

      *------------------------------------------
      * What RNIACC01 would call uninvoiced -
      * receipts at line prices less what has
      * been vouchered, or the whole open
      * balance on a PO with no line detail -
      * and how much of it its accrual takes:
      * an open PO, up to its open balance.
      *------------------------------------------
       FIGURE-NOT-ACCRUED.
           IF PO-HAS-LINES = "Y"
               COMPUTE PO-UNINVOICED =
                   PO-RECEIVED-VALUE - PO-VOUCHERED-AMOUNT
           ELSE
               COMPUTE PO-UNINVOICED =
                   PO-AMOUNT - PO-VOUCHERED-AMOUNT.
           MOVE ZEROES TO PO-ACCRUED.
           MOVE SPACE TO NOT-ACCRUED-REASON.
           IF ACCRUAL-WAS-POSTED = "N"
               MOVE "NO ACCRUAL THIS PERIOD" TO NOT-ACCRUED-REASON
           ELSE
           IF PO-STATUS NOT = "O"
               MOVE "PO NOT OPEN" TO NOT-ACCRUED-REASON
           ELSE
           IF PO-VOUCHERED-AMOUNT NOT < PO-AMOUNT
               MOVE "PO FULLY VOUCHERED" TO NOT-ACCRUED-REASON
           ELSE
               COMPUTE PO-ACCRUED =
                   PO-AMOUNT - PO-VOUCHERED-AMOUNT
               IF PO-ACCRUED > PO-UNINVOICED
                   MOVE PO-UNINVOICED TO PO-ACCRUED
               ELSE
                   MOVE "RECEIVED OVER PO AMOUNT"
                     TO NOT-ACCRUED-REASON.
           IF PO-UNINVOICED > ZERO
               COMPUTE PO-NOT-ACCRUED = PO-UNINVOICED - PO-ACCRUED
           ELSE
               MOVE ZEROES TO PO-NOT-ACCRUED.

       PRINT-UNACCRUED-ORDER.
           MOVE PO-UNINVOICED TO VALUE-FIELD.
           MOVE PO-ACCRUED TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING PO-NUMBER " "
                  PO-VENDOR "  "
                  PO-DESCRIPTION " "
                  VALUE-FIELD " "
                  AMOUNT-FIELD " "
                  DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE PO-NOT-ACCRUED TO AMOUNT-FIELD.
           MOVE AMOUNT-FIELD TO PRINT-LINE(72:11).
           MOVE NOT-ACCRUED-REASON TO PRINT-LINE(85:).
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-PERIOD-RECEIPTS.

      *------------------------------------------
      * One pass over the PO's receipts: the
      * net received value at line prices (a
      * return comes off, as in RNIACC01) and
      * how many arrived in the period.
      *------------------------------------------
       VALUE-PO-RECEIPTS.
           MOVE ZEROES TO PO-RECEIVED-VALUE
                          PERIOD-RECEIPT-COUNT.
           PERFORM CHECK-PO-HAS-LINES.
           MOVE PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-SCAN-AT-END.
           START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-SCAN-AT-END.
           PERFORM VALUE-ONE-RECEIPT
               UNTIL RECEIPT-SCAN-AT-END = "Y".

       CHECK-PO-HAS-LINES.
           MOVE "N" TO PO-HAS-LINES.
           MOVE PO-NUMBER TO POL-PO-NUMBER.
           MOVE ZEROES TO POL-LINE-NUMBER.
           MOVE "Y" TO LINE-RECORD-FOUND.
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY MOVE "N" TO LINE-RECORD-FOUND.
           IF LINE-RECORD-FOUND = "Y"
               READ PO-LINE-FILE NEXT RECORD
                   AT END MOVE "N" TO LINE-RECORD-FOUND
               END-READ
           END-IF.
           IF LINE-RECORD-FOUND = "Y" AND
              POL-PO-NUMBER = PO-NUMBER
               MOVE "Y" TO PO-HAS-LINES.

       VALUE-ONE-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-SCAN-AT-END.
           IF RECEIPT-SCAN-AT-END = "N"
               IF RCPT-PO-NUMBER NOT = PO-NUMBER
                   MOVE "Y" TO RECEIPT-SCAN-AT-END
               ELSE
                   PERFORM EXTEND-ONE-RECEIPT
                   IF RCPT-TYPE NOT = "T" AND
                      RCPT-DATE NOT < PERIOD-BEGIN-DATE AND
                      RCPT-DATE NOT > PERIOD-END-DATE
                       ADD 1 TO PERIOD-RECEIPT-COUNT.

       EXTEND-ONE-RECEIPT.
           MOVE ZEROES TO RECEIPT-VALUE.
           IF RCPT-LINE-NUMBER NOT = ZEROES
               MOVE RCPT-PO-NUMBER   TO POL-PO-NUMBER
               MOVE RCPT-LINE-NUMBER TO POL-LINE-NUMBER
               MOVE "Y" TO LINE-RECORD-FOUND
               READ PO-LINE-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO LINE-RECORD-FOUND
               END-READ
               IF LINE-RECORD-FOUND = "Y"
                   COMPUTE RECEIPT-VALUE =
                       RCPT-QUANTITY * POL-UNIT-PRICE
               END-IF
           END-IF.
           IF RCPT-TYPE = "T"
               SUBTRACT RECEIPT-VALUE FROM PO-RECEIVED-VALUE
           ELSE
               ADD RECEIPT-VALUE TO PO-RECEIVED-VALUE.

       PRINT-PERIOD-RECEIPTS.
           MOVE PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-SCAN-AT-END.
           START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-SCAN-AT-END.
           PERFORM PRINT-ONE-PERIOD-RECEIPT
               UNTIL RECEIPT-SCAN-AT-END = "Y".

       PRINT-ONE-PERIOD-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-SCAN-AT-END.
           IF RECEIPT-SCAN-AT-END = "N"
               IF RCPT-PO-NUMBER NOT = PO-NUMBER
                   MOVE "Y" TO RECEIPT-SCAN-AT-END
               ELSE
               IF RCPT-TYPE NOT = "T" AND
                  RCPT-DATE NOT < PERIOD-BEGIN-DATE AND
                  RCPT-DATE NOT > PERIOD-END-DATE
                   PERFORM PRINT-RECEIPT-LINE.

       PRINT-RECEIPT-LINE.
           PERFORM EXTEND-ONE-RECEIPT.
           MOVE RCPT-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE RCPT-QUANTITY TO QUANTITY-FIELD.
           MOVE RECEIPT-VALUE TO VALUE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "          RECEIVED " FORMATTED-DATE
                  "  LINE " RCPT-LINE-NUMBER
                  "  QTY " QUANTITY-FIELD "  "
                  RCPT-DESCRIPTION " "
                  VALUE-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * 3. Paid after period end for invoices
      * dated in or before the period.
      *------------------------------------------
       LIST-SUBSEQUENT-PAYMENTS.
           MOVE ZEROES TO PAYMENT-COUNT
                          PAYMENT-TOTAL
                          UNRECORDED-COUNT
                          UNRECORDED-TOTAL.
           MOVE SEARCH-END-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "3. PAYMENTS MADE AFTER PERIOD END, THROUGH "
                  FORMATTED-DATE
                  ", ON INVOICES DATED IN OR BEFORE THE PERIOD"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHER VENDOR NAME                 "
                  "INVOICE         INV DATE    PAID ON     "
                  "CHECK  PAID       BOOKED"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "N" TO DETAIL-AT-END.
           PERFORM READ-NEXT-DETAIL-RECORD.
           PERFORM CHECK-ONE-PAYMENT
               UNTIL DETAIL-AT-END = "Y".
           MOVE PAYMENT-COUNT TO COUNT-FIELD.
           MOVE PAYMENT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " COUNT-FIELD " PAYMENTS, TOTAL " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE UNRECORDED-COUNT TO COUNT-FIELD.
           MOVE UNRECORDED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " COUNT-FIELD " OF THEM BOOKED AFTER THE "
                  "PERIOD, TOTAL " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       CHECK-ONE-PAYMENT.
           IF PDT-DATE > PERIOD-END-DATE AND
              PDT-DATE NOT > SEARCH-END-DATE AND
              PDT-METHOD NOT = "O"
               PERFORM CHECK-PAYMENT-VOUCHER.
           PERFORM READ-NEXT-DETAIL-RECORD.

      *    Live first, then the archive - the layouts match
      *    field for field.
       CHECK-PAYMENT-VOUCHER.
           MOVE PDT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE PDT-VOUCHER-NUMBER TO VCH-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD
                   MOVE "Y" TO VOUCHER-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "Y"
               IF VOUCHER-COMPANY = COMPANY-CODE AND
                  VOUCHER-DATE NOT > PERIOD-END-DATE
                   PERFORM COUNT-SUBSEQUENT-PAYMENT.

       COUNT-SUBSEQUENT-PAYMENT.
           PERFORM SET-BOOKED-PERIOD.
           ADD 1 TO PAYMENT-COUNT.
           ADD PDT-AMOUNT TO PAYMENT-TOTAL.
           IF BOOKED-PERIOD > CUTOFF-PERIOD
               MOVE "** LATE **" TO BOOKED-FLAG
               ADD 1 TO UNRECORDED-COUNT
               ADD PDT-AMOUNT TO UNRECORDED-TOTAL
           ELSE
               MOVE SPACE TO BOOKED-FLAG.
           PERFORM PRINT-PAYMENT-LINE.

       PRINT-PAYMENT-LINE.
           PERFORM GET-VENDOR-NAME.
           MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO INVOICE-DATE-FIELD.
           MOVE PDT-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PAID-DATE-FIELD.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE PDT-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VOUCHER-NUMBER-FIELD " "
                  VOUCHER-VENDOR " "
                  VENDOR-NAME-SHORT " "
                  VOUCHER-INVOICE " "
                  INVOICE-DATE-FIELD "  "
                  PAID-DATE-FIELD "  "
                  PDT-CHECK-NO " "
                  AMOUNT-FIELD " "
                  BOOKED-PERIOD " "
                  BOOKED-FLAG
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-THE-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "CUTOFF SUMMARY" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE LATE-BOOKED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   INVOICES RECEIVED, BOOKED LATE   "
                  TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE RECEIPT-NOT-ACCRUED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   RECEIPTS NOT INVOICED OR ACCRUED "
                  TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE UNRECORDED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   LATER PAYMENTS, BOOKED LATE      "
                  TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Shared
      *------------------------------------------
       SET-BOOKED-PERIOD.
           IF VOUCHER-PERIOD NOT = ZEROES
               MOVE VOUCHER-PERIOD TO BOOKED-PERIOD
           ELSE
               MOVE VOUCHER-DATE(1:6) TO BOOKED-PERIOD.

       GET-VENDOR-NAME.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO VENDOR-NAME-SHORT
           ELSE
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO VENDOR-NAME-SHORT
           ELSE
               MOVE "**NOT ON FILE**" TO VENDOR-NAME-SHORT.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-NEXT-HISTORY-RECORD.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HISTORY-RECORD-FOUND.

       READ-NEXT-PO-RECORD.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-AT-END.

       READ-NEXT-BATCH-LINE.
           READ GL-BATCH-FILE
               AT END MOVE "Y" TO BATCH-AT-END.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

       READ-NEXT-DETAIL-RECORD.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "pldate01.cbl".

           COPY "plprint.cbl".
