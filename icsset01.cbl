       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICSSET01.
      *------------------------------------------
      * Month-end intercompany settlement.
      * ICBRPT01 proves the intercompany
      * ("ICO") lines net to zero, but nothing
      * ever settled them - the due-to/due-
      * from balances only grew.  This run
      * totals each company pair's net
      * position from the ICO lines and
      * generates the settlement voucher in
      * the OWING company, payable to the
      * other company's vendor number
      * (CONTROL-INTERCO-VENDOR on the owed
      * company's control record).
      *
      * The ICO lines are written in pairs -
      * the paying company's due-from line
      * and the owning company's due-to line,
      * one after the other under the same
      * voucher number.  The swept batches
      * (batch log order) and then the live
      * spool are read the way ICBRPT01 reads
      * them, and each pair adds its first
      * line's amount to what the second
      * company owes the first.  A line that
      * finds no partner is counted and
      * reported, not guessed at.
      *
      * The settlement voucher books nothing
      * when it is written - no money has
      * moved and neither company's position
      * has changed.  GLPOST01 recognizes it
      * by its ICS- invoice number when
      * CHKRUN01 pays it and writes the
      * clearing entries then: an ICO pair
      * debiting the owing company's CONTROL-
      * INTERCO-ACCOUNT and crediting the
      * owed company's, the owed company's
      * cash receipt, and the AP the payment
      * relieves.  The pair lands in the ICO
      * stream like any other, so the next
      * run sees the position gone and
      * ICBRPT01 still nets to zero.
      *
      * A settlement voucher still open from
      * an earlier run is in flight - its
      * unpaid amount comes off the position
      * so a second run before the check run
      * cannot settle the same balance twice.
      *
      * The settlement report shows each
      * pair's opening position, what is
      * already in flight, this run's
      * settlement and the remaining balance.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slcontrl.cbl".

           COPY "slskpvch.cbl".

           COPY "slperiod.cbl".

           COPY "slinvxrf.cbl".

           COPY "slglpost.cbl".

           COPY "slgltlog.cbl".

           SELECT GL-BATCH-FILE
               ASSIGN TO GL-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdskpvch.cbl".

           COPY "fdperiod.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdglpost.cbl".

           COPY "fdgltlog.cbl".

       FD  GL-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BATCH-RECORD              PIC X(80).

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wsvjrnl.cbl".

       77  POST-AT-END                 PIC X(01).
       77  LOG-AT-END                  PIC X(01).
       77  BATCH-AT-END                PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  RUN-PERIOD-IS-OPEN          PIC X(01).

       01  GL-BATCH-FILE-NAME.
           05 FILLER                   PIC X(07) VALUE "glbatch".
           05 GL-BATCH-NAME-ID         PIC 9(06).

      *------------------------------------------
      * GLBATCH01's "D" detail line - same
      * layout ICBRPT01 reads.
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

      *------------------------------------------
      * The ICO line being paired, and the
      * first half of a pair waiting for its
      * partner.
      *------------------------------------------
       77  ICO-VOUCHER                 PIC 9(07).
       77  ICO-COMPANY                 PIC 9(01).
       77  ICO-AMOUNT                  PIC S9(6)V99.
       77  HELD-LINE                   PIC X(01) VALUE "N".
       77  HELD-VOUCHER                PIC 9(07).
       77  HELD-COMPANY                PIC 9(01).
       77  HELD-AMOUNT                 PIC S9(6)V99.
       77  PAIR-LINE-COUNT             PIC 9(07) VALUE ZERO.
       77  UNPAIRED-COUNT              PIC 9(05) VALUE ZERO.

      *------------------------------------------
      * PAIR-DUE (A, B) is what company B owes
      * company A on the paired ICO lines;
      * PAIR-PENDING (A, B) is the unpaid part
      * of open settlement vouchers company A
      * has already raised to pay company B.
      *------------------------------------------
       01  PAIR-DUE-TABLE.
           05 PAIR-CREDITOR            OCCURS 9 TIMES.
              10 PAIR-DUE              OCCURS 9 TIMES
                                       PIC S9(09)V99.
       01  PAIR-PENDING-TABLE.
           05 PAIR-PAYER               OCCURS 9 TIMES.
              10 PAIR-PENDING          OCCURS 9 TIMES
                                       PIC S9(09)V99.
       77  FIRST-COMPANY               PIC 9(02).
       77  SECOND-COMPANY              PIC 9(02).

      *------------------------------------------
      * The pair being settled.
      *------------------------------------------
       77  OWING-COMPANY               PIC 9(01).
       77  OWED-COMPANY                PIC 9(01).
       77  OWED-VENDOR                 PIC 9(05).
       77  OWING-INTERCO-ACCOUNT       PIC 9(06).
       77  NET-POSITION                PIC S9(09)V99.
       77  OPENING-POSITION            PIC S9(09)V99.
       77  IN-FLIGHT-AMOUNT            PIC S9(09)V99.
       77  SETTLE-AMOUNT               PIC S9(09)V99.
       77  REMAINING-BALANCE           PIC S9(09)V99.
       77  PAIR-NOTE                   PIC X(30).
       77  SETTLED-VOUCHER             PIC 9(07).

       77  PAIR-COUNT                  PIC 9(03) VALUE ZERO.
       77  GENERATED-COUNT             PIC 9(03) VALUE ZERO.
       77  SETTLED-TOTAL               PIC S9(10)V99 VALUE ZERO.
       77  GL-INDEX                    PIC 9(01).

       77  OPENING-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.
       77  IN-FLIGHT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.
       77  SETTLE-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  REMAINING-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  COUNT-FIELD                 PIC Z(6)9.

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
           OPEN INPUT VENDOR-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "ICSSET01" TO JRN-PROGRAM.
           OPEN I-O CONTROL-FILE.
           OPEN I-O SKIPPED-VOUCHER-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT GL-BATCH-LOG-FILE.
           PERFORM CHECK-RUN-PERIOD.
           MOVE "ICSSET01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "INTERCOMPANY SETTLEMENT" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           PERFORM CLEAR-ONE-CREDITOR
               VARYING FIRST-COMPANY FROM 1 BY 1
               UNTIL FIRST-COMPANY > 9.

       CLEAR-ONE-CREDITOR.
           PERFORM CLEAR-ONE-PAIR
               VARYING SECOND-COMPANY FROM 1 BY 1
               UNTIL SECOND-COMPANY > 9.

       CLEAR-ONE-PAIR.
           MOVE ZEROES TO PAIR-DUE (FIRST-COMPANY, SECOND-COMPANY)
                          PAIR-PENDING (FIRST-COMPANY,
                                        SECOND-COMPANY).

       CLOSING-PROCEDURE.
           PERFORM PRINT-SETTLEMENT-TOTALS.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE GL-BATCH-LOG-FILE.

      *------------------------------------------
      * Closed-period lock - same edit
      * INTGEN01 makes before it generates a
      * voucher.  The positions are still
      * reported; nothing is vouchered.
      *------------------------------------------
       CHECK-RUN-PERIOD.
           MOVE "Y" TO RUN-PERIOD-IS-OPEN.
           MOVE RUN-DATE(1:6) TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               MOVE "N" TO RUN-PERIOD-IS-OPEN.

       MAIN-PROCESS.
           PERFORM TALLY-THE-SWEPT-BATCHES.
           PERFORM TALLY-THE-LIVE-SPOOL.
           IF HELD-LINE = "Y"
               ADD 1 TO UNPAIRED-COUNT.
           PERFORM TALLY-SETTLEMENTS-IN-FLIGHT.
           PERFORM PRINT-SETTLEMENT-HEADING.
           PERFORM SETTLE-ONE-CREDITOR
               VARYING FIRST-COMPANY FROM 1 BY 1
               UNTIL FIRST-COMPANY > 8.

      *------------------------------------------
      * Every batch on the log, in ID order,
      * then whatever GLBATCH01 has not swept
      * yet - the same walk ICBRPT01 makes.
      *------------------------------------------
       TALLY-THE-SWEPT-BATCHES.
           MOVE ZEROES TO GTL-BATCH-ID.
           MOVE "N" TO LOG-AT-END.
           START GL-BATCH-LOG-FILE
               KEY IS NOT LESS THAN GTL-BATCH-ID
               INVALID KEY MOVE "Y" TO LOG-AT-END.
           PERFORM TALLY-ONE-BATCH
               UNTIL LOG-AT-END = "Y".

       TALLY-ONE-BATCH.
           READ GL-BATCH-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO LOG-AT-END.
           IF LOG-AT-END = "N"
               MOVE GTL-BATCH-ID TO GL-BATCH-NAME-ID
               PERFORM TALLY-ONE-BATCH-FILE.

       TALLY-ONE-BATCH-FILE.
           MOVE "N" TO BATCH-AT-END.
           OPEN INPUT GL-BATCH-FILE.
           PERFORM READ-NEXT-BATCH-LINE.
           PERFORM TALLY-ONE-BATCH-LINE
               UNTIL BATCH-AT-END = "Y".
           CLOSE GL-BATCH-FILE.

       TALLY-ONE-BATCH-LINE.
           IF GL-BATCH-RECORD (1:1) = "D"
               MOVE GL-BATCH-RECORD TO BATCH-DETAIL-LINE
               IF BD-SOURCE = "ICO" AND
                  BD-RUN-DATE NOT > RUN-DATE AND
                  BD-COMPANY NOT = ZERO
                   MOVE BD-VOUCHER-NUMBER TO ICO-VOUCHER
                   MOVE BD-COMPANY        TO ICO-COMPANY
                   MOVE BD-AMOUNT         TO ICO-AMOUNT
                   PERFORM PAIR-ONE-ICO-LINE.
           PERFORM READ-NEXT-BATCH-LINE.

       TALLY-THE-LIVE-SPOOL.
           OPEN INPUT GL-POST-FILE.
           PERFORM READ-NEXT-POST-RECORD.
           PERFORM TALLY-THE-POSTINGS
               UNTIL POST-AT-END = "Y".
           CLOSE GL-POST-FILE.

       TALLY-THE-POSTINGS.
           IF GLP-SOURCE = "ICO" AND
              GLP-RUN-DATE NOT > RUN-DATE AND
              GLP-COMPANY NOT = ZERO
               MOVE GLP-VOUCHER-NUMBER TO ICO-VOUCHER
               MOVE GLP-COMPANY        TO ICO-COMPANY
               MOVE GLP-AMOUNT         TO ICO-AMOUNT
               PERFORM PAIR-ONE-ICO-LINE.
           PERFORM READ-NEXT-POST-RECORD.

      *------------------------------------------
      * The second line of a pair carries the
      * same voucher number, the other
      * company and the opposite amount.  The
      * first line's amount is what the
      * second company owes the first - a
      * reversal's negative pair takes it back
      * off.
      *------------------------------------------
       PAIR-ONE-ICO-LINE.
           IF HELD-LINE = "Y" AND
              ICO-VOUCHER = HELD-VOUCHER AND
              ICO-COMPANY NOT = HELD-COMPANY AND
              ICO-AMOUNT + HELD-AMOUNT = ZERO
               ADD HELD-AMOUNT
                   TO PAIR-DUE (HELD-COMPANY, ICO-COMPANY)
               ADD 2 TO PAIR-LINE-COUNT
               MOVE "N" TO HELD-LINE
           ELSE
               IF HELD-LINE = "Y"
                   ADD 1 TO UNPAIRED-COUNT
               END-IF
               MOVE "Y"         TO HELD-LINE
               MOVE ICO-VOUCHER TO HELD-VOUCHER
               MOVE ICO-COMPANY TO HELD-COMPANY
               MOVE ICO-AMOUNT  TO HELD-AMOUNT.

      *------------------------------------------
      * Open settlement vouchers from earlier
      * runs - invoice ICS-CCYYMMDD-PO, P the
      * paying company and O the owed one.
      *------------------------------------------
       TALLY-SETTLEMENTS-IN-FLIGHT.
           MOVE "Y" TO VOUCHER-OPEN-ITEM.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-OPEN-ITEM
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-OPEN-VOUCHER.
           PERFORM TALLY-ONE-OPEN-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

       TALLY-ONE-OPEN-VOUCHER.
           IF VOUCHER-INVOICE (1:4) = "ICS-" AND
              VOUCHER-FOR = "INTERCOMPANY SETTLEMENT" AND
              VOUCHER-INVOICE (14:2) IS NUMERIC AND
              VOUCHER-INVOICE (14:1) NOT = "0" AND
              VOUCHER-INVOICE (15:1) NOT = "0"
               MOVE VOUCHER-INVOICE (14:1) TO OWING-COMPANY
               MOVE VOUCHER-INVOICE (15:1) TO OWED-COMPANY
               COMPUTE PAIR-PENDING (OWING-COMPANY, OWED-COMPANY) =
                   PAIR-PENDING (OWING-COMPANY, OWED-COMPANY) +
                   VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT.
           PERFORM READ-NEXT-OPEN-VOUCHER.

      *------------------------------------------
      * Each pair once - the lower company
      * number against every higher one.
      *------------------------------------------
       SETTLE-ONE-CREDITOR.
           COMPUTE SECOND-COMPANY = FIRST-COMPANY + 1.
           PERFORM SETTLE-ONE-PAIR
               VARYING SECOND-COMPANY FROM SECOND-COMPANY BY 1
               UNTIL SECOND-COMPANY > 9.

       SETTLE-ONE-PAIR.
           COMPUTE NET-POSITION =
               PAIR-DUE (FIRST-COMPANY, SECOND-COMPANY) -
               PAIR-DUE (SECOND-COMPANY, FIRST-COMPANY).
           IF NET-POSITION NOT < ZERO
               MOVE SECOND-COMPANY TO OWING-COMPANY
               MOVE FIRST-COMPANY  TO OWED-COMPANY
               MOVE NET-POSITION   TO OPENING-POSITION
           ELSE
               MOVE FIRST-COMPANY  TO OWING-COMPANY
               MOVE SECOND-COMPANY TO OWED-COMPANY
               COMPUTE OPENING-POSITION = ZERO - NET-POSITION.
           COMPUTE IN-FLIGHT-AMOUNT =
               PAIR-PENDING (OWING-COMPANY, OWED-COMPANY) -
               PAIR-PENDING (OWED-COMPANY, OWING-COMPANY).
           IF OPENING-POSITION NOT = ZEROES OR
              IN-FLIGHT-AMOUNT NOT = ZEROES
               PERFORM SETTLE-THE-POSITION
               PERFORM PRINT-PAIR-LINE.

       SETTLE-THE-POSITION.
           ADD 1 TO PAIR-COUNT.
           MOVE ZEROES TO SETTLE-AMOUNT
                          SETTLED-VOUCHER.
           MOVE SPACE TO PAIR-NOTE.
           COMPUTE REMAINING-BALANCE =
               OPENING-POSITION - IN-FLIGHT-AMOUNT.
           IF REMAINING-BALANCE < ZERO
               MOVE "IN FLIGHT EXCEEDS THE POSITION" TO PAIR-NOTE
           ELSE
           IF REMAINING-BALANCE = ZERO
               MOVE "ALREADY IN FLIGHT" TO PAIR-NOTE
           ELSE
           IF REMAINING-BALANCE > 999999.99
               MOVE "TOO LARGE FOR ONE VOUCHER" TO PAIR-NOTE
           ELSE
           IF RUN-PERIOD-IS-OPEN NOT = "Y"
               MOVE "PERIOD CLOSED - NOT VOUCHERED" TO PAIR-NOTE
           ELSE
               PERFORM CHECK-OWED-COMPANY-VENDOR
               IF PAIR-NOTE = SPACE
                   MOVE REMAINING-BALANCE TO SETTLE-AMOUNT
                   PERFORM GENERATE-SETTLEMENT-VOUCHER
                   SUBTRACT SETTLE-AMOUNT FROM REMAINING-BALANCE.

      *------------------------------------------
      * The owed company must be set up as a
      * vendor before anyone can pay it.
      *------------------------------------------
       CHECK-OWED-COMPANY-VENDOR.
           MOVE OWED-COMPANY TO CONTROL-KEY.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               MOVE "OWED COMPANY NOT SET UP" TO PAIR-NOTE
           ELSE
           IF CONTROL-INTERCO-VENDOR = ZEROES
               MOVE "NO INTERCOMPANY VENDOR ON FILE" TO PAIR-NOTE
           ELSE
               MOVE CONTROL-INTERCO-VENDOR TO OWED-VENDOR
               MOVE OWED-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE "INTERCOMPANY VENDOR NOT FOUND"
                       TO PAIR-NOTE
               ELSE
                   MOVE OWING-COMPANY TO CONTROL-KEY
                   PERFORM READ-CONTROL-RECORD
                   IF CONTROL-RECORD-FOUND = "N"
                       MOVE "OWING COMPANY NOT SET UP"
                           TO PAIR-NOTE.

      *------------------------------------------
      * The settlement voucher - numbered off
      * the owing company's control record,
      * logged and cross-referenced like every
      * generated voucher, coded to its own
      * intercompany account.  No accrual is
      * written; GLPOST01 posts the clearing
      * entries when it is paid.
      *------------------------------------------
       GENERATE-SETTLEMENT-VOUCHER.
           MOVE CONTROL-INTERCO-ACCOUNT TO OWING-INTERCO-ACCOUNT.
           PERFORM INIT-VOUCHER-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-SETTLEMENT-VOUCHER.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
           PERFORM WRITE-INVOICE-XREF.
           MOVE VOUCHER-NUMBER TO SETTLED-VOUCHER.
           ADD SETTLE-AMOUNT TO SETTLED-TOTAL.
           ADD 1 TO GENERATED-COUNT.

      *------------------------------------------
      * Clear the whole record before building
      * it field by field - same reasoning as
      * INTGEN01.
      *------------------------------------------
       INIT-VOUCHER-RECORD.
           MOVE SPACE TO VOUCHER-INVOICE
                         VOUCHER-FOR
                         VOUCHER-DEDUCTIBLE
                         VOUCHER-CLEARED
                         VOUCHER-DOCUMENT-REF
                         VOUCHER-ACH-TRACE
                         VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-DISPUTED.
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
                          VOUCHER-LAST-PAYMENT-AMOUNT
                          VOUCHER-PO-NUMBER
                          VOUCHER-PERIOD
                          VOUCHER-RECEIVED-DATE
                          VOUCHER-LAST-WITHHELD-AMT.
           PERFORM CLEAR-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.
           MOVE ZEROES TO VOUCHER-DISC-TAKEN-TOTAL
                          VOUCHER-SCHED-COUNT.
           MOVE "N" TO VOUCHER-ONE-TIME-FLAG.
           MOVE SPACE TO VOUCHER-OT-PAYEE-NAME
                         VOUCHER-OT-ADDRESS-1
                         VOUCHER-OT-CITY
                         VOUCHER-OT-STATE
                         VOUCHER-OT-ZIP.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT
                          VOUCHER-RETAINED-TO-DATE
                          VOUCHER-LAST-RETAINED-AMT.
           MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
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
           PERFORM CLEAR-ONE-DISC-ENTRY
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.

       CLEAR-ONE-GL-LINE.
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX).

       CLEAR-ONE-DISC-ENTRY.
           MOVE ZEROES TO VOUCHER-PAYMENT-DISC-TAKEN (GL-INDEX)
                          VOUCHER-SCHED-DATE (GL-INDEX)
                          VOUCHER-SCHED-AMOUNT (GL-INDEX).

       BUILD-SETTLEMENT-VOUCHER.
           MOVE OWED-VENDOR      TO VOUCHER-VENDOR.
           PERFORM BUILD-SETTLEMENT-INVOICE.
           MOVE "INTERCOMPANY SETTLEMENT" TO VOUCHER-FOR.
           MOVE SETTLE-AMOUNT    TO VOUCHER-AMOUNT.
           MOVE SETTLE-AMOUNT    TO VOUCHER-FOREIGN-AMOUNT.
           MOVE RUN-DATE         TO VOUCHER-DATE.
           MOVE RUN-DATE(1:6)    TO VOUCHER-PERIOD.
           MOVE RUN-DATE         TO VOUCHER-DUE.
           MOVE OWING-COMPANY    TO VOUCHER-COMPANY.
           MOVE "N"              TO VOUCHER-DEDUCTIBLE.
           MOVE 1                TO VOUCHER-GL-DIST-COUNT.
           MOVE OWING-INTERCO-ACCOUNT
               TO VOUCHER-GL-ACCOUNT (1).
           MOVE SETTLE-AMOUNT    TO VOUCHER-GL-AMOUNT (1).

      *------------------------------------------
      * ICS- plus the run date plus the paying
      * and owed company numbers - unique per
      * pair per run, and what GLPOST01 and
      * the next run both key on.
      *------------------------------------------
       BUILD-SETTLEMENT-INVOICE.
           MOVE SPACE TO VOUCHER-INVOICE.
           MOVE "ICS-"           TO VOUCHER-INVOICE(1:4).
           MOVE RUN-DATE         TO VOUCHER-INVOICE(5:8).
           MOVE "-"              TO VOUCHER-INVOICE(13:1).
           MOVE OWING-COMPANY    TO VOUCHER-INVOICE(14:1).
           MOVE OWED-COMPANY     TO VOUCHER-INVOICE(15:1).

      *------------------------------------------
      * Voucher numbering - same pattern as
      * VCHMNT01's ADD-MODE, against the
      * owing company's counter.
      *------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE OWING-COMPANY TO CONTROL-KEY.
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
      * Settlement report
      *------------------------------------------
       PRINT-SETTLEMENT-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "INTERCOMPANY SETTLEMENT - RUN DATE "
                  RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "PAIR          "
                  "OPENING POSITION       IN FLIGHT"
                  "      SETTLEMENT       REMAINING"
                  "  VOUCHER  NOTE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-PAIR-LINE.
           MOVE OPENING-POSITION  TO OPENING-FIELD.
           MOVE IN-FLIGHT-AMOUNT  TO IN-FLIGHT-FIELD.
           MOVE SETTLE-AMOUNT     TO SETTLE-FIELD.
           MOVE REMAINING-BALANCE TO REMAINING-FIELD.
           MOVE SETTLED-VOUCHER   TO VOUCHER-NUMBER-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "CO " OWING-COMPANY " OWES CO " OWED-COMPANY
                  "  " OPENING-FIELD
                  " " IN-FLIGHT-FIELD
                  " " SETTLE-FIELD
                  " " REMAINING-FIELD
                  "  " VOUCHER-NUMBER-FIELD
                  "  " PAIR-NOTE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-SETTLEMENT-TOTALS.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE PAIR-LINE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "INTERCOMPANY LINES PAIRED:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE PAIR-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "COMPANY PAIRS WITH A BALANCE:" COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE GENERATED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "SETTLEMENT VOUCHERS WRITTEN: " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SETTLED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "TOTAL SETTLED:            " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF UNPAIRED-COUNT NOT = ZEROES
               MOVE UNPAIRED-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "*** " COUNT-FIELD
                      " INTERCOMPANY LINES FOUND NO PARTNER - "
                      "RUN ICBRPT01 AND INVESTIGATE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-POST-RECORD.
           MOVE "N" TO POST-AT-END.
           READ GL-POST-FILE RECORD
               AT END MOVE "Y" TO POST-AT-END.

       READ-NEXT-BATCH-LINE.
           READ GL-BATCH-FILE
               AT END MOVE "Y" TO BATCH-AT-END.

       READ-NEXT-OPEN-VOUCHER.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-OPEN-ITEM NOT = "Y"
                   MOVE "Y" TO VOUCHER-AT-END.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-ADD.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND.

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

           COPY "plprint.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
