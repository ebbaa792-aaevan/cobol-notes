       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSCR01.
      *------------------------------------------
      * Vendor performance scorecard.
      * Purchasing keeps asking which vendors
      * are worth the trouble, and the answer
      * was spread across five files.  For an
      * entered date range this report scores
      * every vendor with activity in it on
      *
      *   ON-TIME DELIVERY - receipt lines in
      *   the range off RECEIPT-FILE, each
      *   against its PO's date.  A PO carries
      *   no promised date, so a line is on
      *   time when it arrived within the
      *   lead-day allowance entered for the
      *   run (30 if none is entered);
      *
      *   INVOICE ACCURACY - of the vouchers
      *   dated in the range (live and
      *   history files) that were matched
      *   to a PO, the share that matched
      *   clean: no "VAR" tolerance variance
      *   on the GL posting stream and no
      *   supervisor "PO OVERRIDE" on the
      *   audit log;
      *
      *   DISPUTES - cases on DISPUTE-CASE-
      *   FILE opened in the range, as a
      *   rate on the vendor's vouchers and
      *   by days open (to the close date,
      *   or to today for a case still open);
      *
      *   RETURNS - return-to-vendor lines
      *   ("T" receipts) in the range, as a
      *   rate on the lines received;
      *
      *   CREDITS - expected credits booked
      *   in the range, the share the vendor
      *   has actually credited, and the
      *   amount still owed.
      *
      * Each measure is scored 0-100 and
      * weighted 30/25/15/15/15 in that
      * order.  A measure the vendor had no
      * activity on is left out and the
      * other weights carry the score, so a
      * service vendor with no receipts is
      * not graded on deliveries it never
      * made.  Grades: A 90 and up, B 80,
      * C 70, D 60, F below.
      *
      * Vendors print ranked best first.
      * After the list the operator may
      * enter a vendor number to see the
      * vouchers behind its score - each
      * marked for a variance or override
      * and for a dispute with its days
      * open - and the credits it still
      * owes.  One-time payees and
      * employees are not scored.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slrcpt.cbl".

           COPY "slpurord.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "sldsput.cbl".

           COPY "slexpcrd.cbl".

           COPY "slaudlog.cbl".

           COPY "slglpost.cbl".

           COPY "slgltlog.cbl".

           SELECT GL-BATCH-FILE
               ASSIGN TO GL-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slvnd02.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdrcpt.cbl".

           COPY "fdpurord.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fddsput.cbl".

           COPY "fdexpcrd.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdglpost.cbl".

           COPY "fdgltlog.cbl".

       FD  GL-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BATCH-RECORD              PIC X(80).

           COPY "fdvnd04.cbl".

       WORKING-STORAGE SECTION.

       77  RECEIPT-AT-END              PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  DISPUTE-AT-END              PIC X(01).
       77  CREDIT-AT-END               PIC X(01).
       77  AUDIT-AT-END                PIC X(01).
       77  GL-POST-AT-END              PIC X(01).
       77  BATCH-LOG-AT-END            PIC X(01).
       77  BATCH-AT-END                PIC X(01).
       77  PO-RECORD-FOUND             PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  DISPUTE-RECORD-FOUND        PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  FROM-DATE                   PIC 9(08).
       77  THRU-DATE                   PIC 9(08).
       77  LEAD-DAYS                   PIC 9(03).
       77  LATEST-ON-TIME              PIC 9(08).
       77  DAYS-OPEN                   PIC S9(05).
       77  DETAIL-VENDOR               PIC 9(05).

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

      *------------------------------------------
      * Measure weights - must add to 100.
      *------------------------------------------
       77  WEIGHT-DELIVERY             PIC 9(03) VALUE 30.
       77  WEIGHT-ACCURACY             PIC 9(03) VALUE 25.
       77  WEIGHT-DISPUTES             PIC 9(03) VALUE 15.
       77  WEIGHT-RETURNS              PIC 9(03) VALUE 15.
       77  WEIGHT-CREDITS              PIC 9(03) VALUE 15.
       77  DISPUTE-GRACE-DAYS          PIC 9(03) VALUE 30.

       77  MEASURE-SCORE               PIC S9(05)V99.
       77  WEIGHTED-POINTS             PIC S9(07)V99.
       77  WEIGHT-USED                 PIC 9(03).
       77  AVERAGE-DAYS                PIC 9(04)V9.
       77  DISPUTE-RATE                PIC 9(05)V99.

      *------------------------------------------
      * The voucher being scored, moved here
      * from either the live or the history
      * record so one routine handles both.
      *------------------------------------------
       77  WORK-VOUCHER-NUMBER         PIC 9(07).
       77  WORK-VOUCHER-VENDOR         PIC 9(05).
       77  WORK-VOUCHER-INVOICE        PIC X(15).
       77  WORK-VOUCHER-DATE           PIC 9(08).
       77  WORK-VOUCHER-PO             PIC 9(06).
       77  WORK-VOUCHER-AMOUNT         PIC S9(6)V99.
       77  WORK-VENDOR                 PIC 9(05).

      *------------------------------------------
      * Vouchers whose PO match was not clean -
      * a tolerance variance was posted or a
      * supervisor overrode an over-PO.
      *------------------------------------------
       77  FLG-COUNT                   PIC 9(04) VALUE ZERO.
       77  FLG-INDEX                   PIC 9(04).
       77  FLG-SLOT-FOUND              PIC X(01).
       77  FLG-TABLE-FULL              PIC X(01) VALUE "N".
       77  FLG-VOUCHER-WANTED          PIC 9(07).
       01  FLAGGED-VOUCHER-TABLE.
           05 FLG-VOUCHER              OCCURS 2000 TIMES
                                       PIC 9(07).

      *------------------------------------------
      * One entry per vendor with activity.
      *------------------------------------------
       77  SCR-COUNT                   PIC 9(03) VALUE ZERO.
       77  SCR-INDEX                   PIC 9(03).
       77  SCR-SLOT                    PIC 9(03).
       77  SCR-SLOT-FOUND              PIC X(01).
       77  SCR-SWAPPED                 PIC X(01).
       77  SCR-TABLE-FULL              PIC X(01) VALUE "N".
       01  VENDOR-SCORE-TABLE.
           05 SCR-ENTRY                OCCURS 500 TIMES.
              10 SCR-VENDOR            PIC 9(05).
              10 SCR-RECEIPTS          PIC 9(05).
              10 SCR-ON-TIME           PIC 9(05).
              10 SCR-RETURNS           PIC 9(05).
              10 SCR-VOUCHERS          PIC 9(05).
              10 SCR-PO-MATCHED        PIC 9(05).
              10 SCR-ACCURATE          PIC 9(05).
              10 SCR-DISPUTES          PIC 9(04).
              10 SCR-DISPUTE-DAYS      PIC 9(07).
              10 SCR-CREDITS           PIC 9(04).
              10 SCR-CREDITS-MATCHED   PIC 9(04).
              10 SCR-CREDIT-OWED       PIC S9(7)V99.
              10 SCR-SCORE             PIC 9(03)V9.
              10 SCR-GRADE             PIC X(01).
       01  SCR-SWAP-ENTRY              PIC X(68).

       77  RANK-FIELD                  PIC ZZ9.
       77  SCORE-FIELD                 PIC ZZ9.9.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  OF-COUNT-FIELD              PIC ZZZZ9.
       77  DAYS-FIELD                  PIC ZZZ9.9.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  DETAIL-DAYS-FIELD           PIC ZZZZ9.
       77  ACCURACY-MARK               PIC X(08).
       77  DISPUTE-MARK                PIC X(16).

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
           PERFORM ENTER-THE-DATE-RANGE.
           DISPLAY "ENTER ON-TIME LEAD DAYS FROM PO DATE "
                   "(0 FOR 30)".
           ACCEPT LEAD-DAYS.
           IF LEAD-DAYS = ZEROES
               MOVE 30 TO LEAD-DAYS.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT DISPUTE-CASE-FILE.
           OPEN INPUT EXPECTED-CREDIT-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN INPUT GL-POST-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE RECEIPT-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE DISPUTE-CASE-FILE.
           CLOSE EXPECTED-CREDIT-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE GL-POST-FILE.
           CLOSE VENDOR-FILE.

       ENTER-THE-DATE-RANGE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "SCORE FROM (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A FROM DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO FROM-DATE.
           MOVE "SCORE THRU (MM/DD/CCYY)?"
               TO DATE-PROMPT.
           MOVE "A THRU DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO THRU-DATE.

       MAIN-PROCESS.
           PERFORM LOAD-THE-FLAGGED-VOUCHERS.
           PERFORM SCAN-THE-RECEIPTS.
           PERFORM SCAN-LIVE-VOUCHERS.
           PERFORM SCAN-HISTORY-VOUCHERS.
           PERFORM SCAN-THE-DISPUTES.
           PERFORM SCAN-THE-CREDITS.
           PERFORM SCORE-ONE-VENDOR
               VARYING SCR-INDEX FROM 1 BY 1
               UNTIL SCR-INDEX > SCR-COUNT.
           PERFORM SORT-SCORE-TABLE.
           PERFORM DISPLAY-THE-SCORECARD.
           PERFORM ENTER-DETAIL-VENDOR.
           PERFORM DISPLAY-VENDOR-DETAIL
               UNTIL DETAIL-VENDOR = ZEROES.

      *------------------------------------------
      * A voucher's PO match was not clean if
      * VCHMNT01 (or EDIINV01) posted a "VAR"
      * tolerance variance for it, or a
      * supervisor keyed a "PO OVERRIDE" to
      * let an over-PO invoice through.  The
      * variance posts as a pair, so each
      * voucher is kept once.
      *
      * GLBATCH01 empties the raw spool
      * nightly, so the older variances live
      * in the numbered glbatchNNNNNN files -
      * the batch log drives a walk of those
      * first, the same as GLRCN01, then the
      * live spool adds whatever has not been
      * swept yet.
      *------------------------------------------
       LOAD-THE-FLAGGED-VOUCHERS.
           OPEN INPUT GL-BATCH-LOG-FILE.
           PERFORM FLAG-THE-SWEPT-BATCHES.
           CLOSE GL-BATCH-LOG-FILE.
           PERFORM READ-NEXT-GL-POST-RECORD.
           PERFORM FLAG-ONE-VARIANCE
               UNTIL GL-POST-AT-END = "Y".
           PERFORM READ-NEXT-AUDIT-RECORD.
           PERFORM FLAG-ONE-OVERRIDE
               UNTIL AUDIT-AT-END = "Y".

       FLAG-THE-SWEPT-BATCHES.
           MOVE ZEROES TO GTL-BATCH-ID.
           MOVE "N" TO BATCH-LOG-AT-END.
           START GL-BATCH-LOG-FILE
               KEY IS NOT LESS THAN GTL-BATCH-ID
               INVALID KEY MOVE "Y" TO BATCH-LOG-AT-END.
           PERFORM FLAG-ONE-BATCH
               UNTIL BATCH-LOG-AT-END = "Y".

       FLAG-ONE-BATCH.
           READ GL-BATCH-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO BATCH-LOG-AT-END.
           IF BATCH-LOG-AT-END = "N"
               MOVE GTL-BATCH-ID TO GL-BATCH-NAME-ID
               PERFORM FLAG-ONE-BATCH-FILE.

       FLAG-ONE-BATCH-FILE.
           MOVE "N" TO BATCH-AT-END.
           OPEN INPUT GL-BATCH-FILE.
           PERFORM READ-NEXT-BATCH-LINE.
           PERFORM FLAG-ONE-BATCH-LINE
               UNTIL BATCH-AT-END = "Y".
           CLOSE GL-BATCH-FILE.

      * A swept line is staged into the GLP record area so the
      * one variance test serves both sources.
       FLAG-ONE-BATCH-LINE.
           IF GL-BATCH-RECORD (1:1) = "D"
               MOVE GL-BATCH-RECORD   TO BATCH-DETAIL-LINE
               MOVE BD-RUN-DATE       TO GLP-RUN-DATE
               MOVE BD-ACCOUNT        TO GLP-ACCOUNT
               MOVE BD-AMOUNT         TO GLP-AMOUNT
               MOVE BD-VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER
               MOVE BD-SOURCE         TO GLP-SOURCE
               MOVE BD-COMPANY        TO GLP-COMPANY
               PERFORM QUALIFY-VARIANCE-LINE.
           PERFORM READ-NEXT-BATCH-LINE.

       FLAG-ONE-VARIANCE.
           PERFORM QUALIFY-VARIANCE-LINE.
           PERFORM READ-NEXT-GL-POST-RECORD.

       QUALIFY-VARIANCE-LINE.
           IF GLP-SOURCE = "VAR"
               MOVE GLP-VOUCHER-NUMBER TO FLG-VOUCHER-WANTED
               PERFORM ADD-FLAGGED-VOUCHER.

       FLAG-ONE-OVERRIDE.
           IF AUD-SOURCE = "V" AND
              AUD-FIELD-CHANGED = "PO OVERRIDE"
               MOVE AUD-VOUCHER-NUMBER TO FLG-VOUCHER-WANTED
               PERFORM ADD-FLAGGED-VOUCHER.
           PERFORM READ-NEXT-AUDIT-RECORD.

       ADD-FLAGGED-VOUCHER.
           PERFORM FIND-FLAGGED-VOUCHER.
           IF FLG-SLOT-FOUND = "N"
               IF FLG-COUNT < 2000
                   ADD 1 TO FLG-COUNT
                   MOVE FLG-VOUCHER-WANTED TO FLG-VOUCHER (FLG-COUNT)
               ELSE
                   MOVE "Y" TO FLG-TABLE-FULL.

       FIND-FLAGGED-VOUCHER.
           MOVE "N" TO FLG-SLOT-FOUND.
           PERFORM CHECK-ONE-FLAGGED-VOUCHER
               VARYING FLG-INDEX FROM 1 BY 1
               UNTIL FLG-INDEX > FLG-COUNT OR
                     FLG-SLOT-FOUND = "Y".

       CHECK-ONE-FLAGGED-VOUCHER.
           IF FLG-VOUCHER (FLG-INDEX) = FLG-VOUCHER-WANTED
               MOVE "Y" TO FLG-SLOT-FOUND.

      *------------------------------------------
      * Receipt lines in the range.  A return
      * ("T") counts against the vendor; any
      * other line is a delivery, on time when
      * it arrived within the lead-day
      * allowance of the PO date.  A line whose
      * PO is gone or carries no date cannot
      * be measured and is passed over.
      *------------------------------------------
       SCAN-THE-RECEIPTS.
           MOVE ZEROES TO RCPT-KEY.
           MOVE "N" TO RECEIPT-AT-END.
           START RECEIPT-FILE
               KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-AT-END.
           PERFORM EXAMINE-ONE-RECEIPT
               UNTIL RECEIPT-AT-END = "Y".

       EXAMINE-ONE-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-AT-END.
           IF RECEIPT-AT-END = "N"
               IF RCPT-DATE NOT < FROM-DATE AND
                  RCPT-DATE NOT > THRU-DATE
                   PERFORM MEASURE-ONE-RECEIPT.

       MEASURE-ONE-RECEIPT.
           MOVE RCPT-PO-NUMBER TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "Y" AND
              PO-VENDOR < 98000
               MOVE PO-VENDOR TO WORK-VENDOR
               IF RCPT-TYPE = "T"
                   PERFORM GET-VENDOR-SLOT
                   IF SCR-SLOT-FOUND = "Y"
                       ADD 1 TO SCR-RETURNS (SCR-SLOT)
                   END-IF
               ELSE
               IF PO-DATE NOT = ZEROES
                   PERFORM GET-VENDOR-SLOT
                   IF SCR-SLOT-FOUND = "Y"
                       ADD 1 TO SCR-RECEIPTS (SCR-SLOT)
                       COMPUTE LATEST-ON-TIME =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(PO-DATE) +
                           LEAD-DAYS)
                       IF RCPT-DATE NOT > LATEST-ON-TIME
                           ADD 1 TO SCR-ON-TIME (SCR-SLOT).

      *------------------------------------------
      * Vouchers dated in the range, live and
      * archived.
      *------------------------------------------
       SCAN-LIVE-VOUCHERS.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           PERFORM EXAMINE-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

       EXAMINE-ONE-LIVE-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-DATE NOT < FROM-DATE AND
                  VOUCHER-DATE NOT > THRU-DATE
                   MOVE VOUCHER-NUMBER    TO WORK-VOUCHER-NUMBER
                   MOVE VOUCHER-VENDOR    TO WORK-VOUCHER-VENDOR
                   MOVE VOUCHER-PO-NUMBER TO WORK-VOUCHER-PO
                   PERFORM MEASURE-ONE-VOUCHER.

       SCAN-HISTORY-VOUCHERS.
           MOVE ZEROES TO VCH-HIST-NUMBER.
           MOVE "N" TO HISTORY-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN VCH-HIST-NUMBER
               INVALID KEY MOVE "Y" TO HISTORY-AT-END.
           PERFORM EXAMINE-ONE-HISTORY-VOUCHER
               UNTIL HISTORY-AT-END = "Y".

       EXAMINE-ONE-HISTORY-VOUCHER.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.
           IF HISTORY-AT-END = "N"
               IF VCH-HIST-DATE NOT < FROM-DATE AND
                  VCH-HIST-DATE NOT > THRU-DATE
                   MOVE VCH-HIST-NUMBER    TO WORK-VOUCHER-NUMBER
                   MOVE VCH-HIST-VENDOR    TO WORK-VOUCHER-VENDOR
                   MOVE VCH-HIST-PO-NUMBER TO WORK-VOUCHER-PO
                   PERFORM MEASURE-ONE-VOUCHER.

       MEASURE-ONE-VOUCHER.
           IF WORK-VOUCHER-VENDOR < 98000
               MOVE WORK-VOUCHER-VENDOR TO WORK-VENDOR
               PERFORM GET-VENDOR-SLOT
               IF SCR-SLOT-FOUND = "Y"
                   ADD 1 TO SCR-VOUCHERS (SCR-SLOT)
                   IF WORK-VOUCHER-PO NOT = ZEROES
                       ADD 1 TO SCR-PO-MATCHED (SCR-SLOT)
                       MOVE WORK-VOUCHER-NUMBER
                           TO FLG-VOUCHER-WANTED
                       PERFORM FIND-FLAGGED-VOUCHER
                       IF FLG-SLOT-FOUND = "N"
                           ADD 1 TO SCR-ACCURATE (SCR-SLOT).

      *------------------------------------------
      * Dispute cases opened in the range.
      *------------------------------------------
       SCAN-THE-DISPUTES.
           MOVE ZEROES TO DSP-VOUCHER-NUMBER.
           MOVE "N" TO DISPUTE-AT-END.
           START DISPUTE-CASE-FILE
               KEY IS NOT LESS THAN DSP-VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO DISPUTE-AT-END.
           PERFORM EXAMINE-ONE-DISPUTE
               UNTIL DISPUTE-AT-END = "Y".

       EXAMINE-ONE-DISPUTE.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END MOVE "Y" TO DISPUTE-AT-END.
           IF DISPUTE-AT-END = "N"
               IF DSP-OPENED-DATE NOT < FROM-DATE AND
                  DSP-OPENED-DATE NOT > THRU-DATE AND
                  DSP-VENDOR < 98000
                   MOVE DSP-VENDOR TO WORK-VENDOR
                   PERFORM GET-VENDOR-SLOT
                   IF SCR-SLOT-FOUND = "Y"
                       PERFORM COMPUTE-DAYS-OPEN
                       ADD 1         TO SCR-DISPUTES (SCR-SLOT)
                       ADD DAYS-OPEN TO SCR-DISPUTE-DAYS (SCR-SLOT).

       COMPUTE-DAYS-OPEN.
           IF DSP-STATUS = "C" AND
              DSP-CLOSED-DATE NOT = ZEROES
               COMPUTE DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(DSP-CLOSED-DATE) -
                   FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE)
           ELSE
               COMPUTE DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE).
           IF DAYS-OPEN < ZERO
               MOVE ZERO TO DAYS-OPEN.

      *------------------------------------------
      * Expected credits booked in the range -
      * matched, or still owed.
      *------------------------------------------
       SCAN-THE-CREDITS.
           MOVE ZEROES TO EXC-KEY.
           MOVE "N" TO CREDIT-AT-END.
           START EXPECTED-CREDIT-FILE
               KEY IS NOT LESS THAN EXC-KEY
               INVALID KEY MOVE "Y" TO CREDIT-AT-END.
           PERFORM EXAMINE-ONE-CREDIT
               UNTIL CREDIT-AT-END = "Y".

       EXAMINE-ONE-CREDIT.
           READ EXPECTED-CREDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO CREDIT-AT-END.
           IF CREDIT-AT-END = "N"
               IF EXC-DATE NOT < FROM-DATE AND
                  EXC-DATE NOT > THRU-DATE AND
                  EXC-VENDOR < 98000
                   MOVE EXC-VENDOR TO WORK-VENDOR
                   PERFORM GET-VENDOR-SLOT
                   IF SCR-SLOT-FOUND = "Y"
                       ADD 1 TO SCR-CREDITS (SCR-SLOT)
                       IF EXC-STATUS = "M"
                           ADD 1 TO SCR-CREDITS-MATCHED (SCR-SLOT)
                       ELSE
                           ADD EXC-AMOUNT
                               TO SCR-CREDIT-OWED (SCR-SLOT).

      *------------------------------------------
      * Find WORK-VENDOR's slot, opening a new
      * one if it is not there yet.  SCR-SLOT-
      * FOUND comes back "N" only when the
      * table is full.
      *------------------------------------------
       GET-VENDOR-SLOT.
           PERFORM FIND-VENDOR-SLOT.
           IF SCR-SLOT-FOUND = "N"
               IF SCR-COUNT < 500
                   ADD 1 TO SCR-COUNT
                   INITIALIZE SCR-ENTRY (SCR-COUNT)
                   MOVE WORK-VENDOR TO SCR-VENDOR (SCR-COUNT)
                   MOVE SCR-COUNT   TO SCR-SLOT
                   MOVE "Y"         TO SCR-SLOT-FOUND
               ELSE
                   MOVE "Y" TO SCR-TABLE-FULL.

       FIND-VENDOR-SLOT.
           MOVE "N" TO SCR-SLOT-FOUND.
           PERFORM CHECK-ONE-VENDOR-SLOT
               VARYING SCR-INDEX FROM 1 BY 1
               UNTIL SCR-INDEX > SCR-COUNT OR
                     SCR-SLOT-FOUND = "Y".

       CHECK-ONE-VENDOR-SLOT.
           IF SCR-VENDOR (SCR-INDEX) = WORK-VENDOR
               MOVE "Y" TO SCR-SLOT-FOUND
               MOVE SCR-INDEX TO SCR-SLOT.

      *------------------------------------------
      * Each measure the vendor had activity on
      * scores 0-100 and adds its weight; the
      * total is divided back by the weight
      * actually used.
      *------------------------------------------
       SCORE-ONE-VENDOR.
           MOVE ZEROES TO WEIGHTED-POINTS
                          WEIGHT-USED.
           IF SCR-RECEIPTS (SCR-INDEX) > ZERO
               PERFORM SCORE-DELIVERY.
           IF SCR-PO-MATCHED (SCR-INDEX) > ZERO
               PERFORM SCORE-ACCURACY.
           IF SCR-VOUCHERS (SCR-INDEX) > ZERO OR
              SCR-DISPUTES (SCR-INDEX) > ZERO
               PERFORM SCORE-DISPUTES.
           IF SCR-RECEIPTS (SCR-INDEX) > ZERO OR
              SCR-RETURNS (SCR-INDEX) > ZERO
               PERFORM SCORE-RETURNS.
           IF SCR-CREDITS (SCR-INDEX) > ZERO
               PERFORM SCORE-CREDITS.
           IF WEIGHT-USED > ZERO
               COMPUTE SCR-SCORE (SCR-INDEX) ROUNDED =
                   WEIGHTED-POINTS / WEIGHT-USED
           ELSE
               MOVE ZEROES TO SCR-SCORE (SCR-INDEX).
           PERFORM ASSIGN-THE-GRADE.

       SCORE-DELIVERY.
           COMPUTE MEASURE-SCORE =
               SCR-ON-TIME (SCR-INDEX) * 100 /
               SCR-RECEIPTS (SCR-INDEX).
           COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS +
               MEASURE-SCORE * WEIGHT-DELIVERY.
           ADD WEIGHT-DELIVERY TO WEIGHT-USED.

       SCORE-ACCURACY.
           COMPUTE MEASURE-SCORE =
               SCR-ACCURATE (SCR-INDEX) * 100 /
               SCR-PO-MATCHED (SCR-INDEX).
           COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS +
               MEASURE-SCORE * WEIGHT-ACCURACY.
           ADD WEIGHT-ACCURACY TO WEIGHT-USED.

      *------------------------------------------
      * The dispute rate comes off the score,
      * and so does every day the average case
      * stayed open past the grace period.
      *------------------------------------------
       SCORE-DISPUTES.
           IF SCR-VOUCHERS (SCR-INDEX) = ZERO
               MOVE 100 TO DISPUTE-RATE
           ELSE
               COMPUTE DISPUTE-RATE =
                   SCR-DISPUTES (SCR-INDEX) * 100 /
                   SCR-VOUCHERS (SCR-INDEX).
           COMPUTE MEASURE-SCORE = 100 - DISPUTE-RATE.
           IF SCR-DISPUTES (SCR-INDEX) > ZERO
               COMPUTE AVERAGE-DAYS =
                   SCR-DISPUTE-DAYS (SCR-INDEX) /
                   SCR-DISPUTES (SCR-INDEX)
               IF AVERAGE-DAYS > DISPUTE-GRACE-DAYS
                   COMPUTE MEASURE-SCORE = MEASURE-SCORE -
                       (AVERAGE-DAYS - DISPUTE-GRACE-DAYS).
           IF MEASURE-SCORE < ZERO
               MOVE ZERO TO MEASURE-SCORE.
           COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS +
               MEASURE-SCORE * WEIGHT-DISPUTES.
           ADD WEIGHT-DISPUTES TO WEIGHT-USED.

       SCORE-RETURNS.
           IF SCR-RECEIPTS (SCR-INDEX) = ZERO
               MOVE ZERO TO MEASURE-SCORE
           ELSE
               COMPUTE MEASURE-SCORE = 100 -
                   SCR-RETURNS (SCR-INDEX) * 100 /
                   SCR-RECEIPTS (SCR-INDEX).
           IF MEASURE-SCORE < ZERO
               MOVE ZERO TO MEASURE-SCORE.
           COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS +
               MEASURE-SCORE * WEIGHT-RETURNS.
           ADD WEIGHT-RETURNS TO WEIGHT-USED.

       SCORE-CREDITS.
           COMPUTE MEASURE-SCORE =
               SCR-CREDITS-MATCHED (SCR-INDEX) * 100 /
               SCR-CREDITS (SCR-INDEX).
           COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS +
               MEASURE-SCORE * WEIGHT-CREDITS.
           ADD WEIGHT-CREDITS TO WEIGHT-USED.

       ASSIGN-THE-GRADE.
           IF SCR-SCORE (SCR-INDEX) NOT < 90
               MOVE "A" TO SCR-GRADE (SCR-INDEX)
           ELSE
           IF SCR-SCORE (SCR-INDEX) NOT < 80
               MOVE "B" TO SCR-GRADE (SCR-INDEX)
           ELSE
           IF SCR-SCORE (SCR-INDEX) NOT < 70
               MOVE "C" TO SCR-GRADE (SCR-INDEX)
           ELSE
           IF SCR-SCORE (SCR-INDEX) NOT < 60
               MOVE "D" TO SCR-GRADE (SCR-INDEX)
           ELSE
               MOVE "F" TO SCR-GRADE (SCR-INDEX).

      *------------------------------------------
      * Exchange sort, best score first; a tie
      * ranks by vendor number.
      *------------------------------------------
       SORT-SCORE-TABLE.
           MOVE "Y" TO SCR-SWAPPED.
           PERFORM SORT-ONE-PASS
               UNTIL SCR-SWAPPED = "N".

       SORT-ONE-PASS.
           MOVE "N" TO SCR-SWAPPED.
           IF SCR-COUNT > 1
               PERFORM COMPARE-ADJACENT-ENTRIES
                   VARYING SCR-INDEX FROM 1 BY 1
                   UNTIL SCR-INDEX >= SCR-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           IF SCR-SCORE (SCR-INDEX) < SCR-SCORE (SCR-INDEX + 1) OR
              (SCR-SCORE (SCR-INDEX) = SCR-SCORE (SCR-INDEX + 1) AND
               SCR-VENDOR (SCR-INDEX) > SCR-VENDOR (SCR-INDEX + 1))
               MOVE SCR-ENTRY (SCR-INDEX)     TO SCR-SWAP-ENTRY
               MOVE SCR-ENTRY (SCR-INDEX + 1)
                   TO SCR-ENTRY (SCR-INDEX)
               MOVE SCR-SWAP-ENTRY TO SCR-ENTRY (SCR-INDEX + 1)
               MOVE "Y" TO SCR-SWAPPED.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-THE-SCORECARD.
           DISPLAY " ".
           DISPLAY "VENDOR PERFORMANCE SCORECARD - RUN DATE "
                   RUN-DATE.
           DISPLAY "PERIOD " FROM-DATE " THRU " THRU-DATE
                   "  ON-TIME WITHIN " LEAD-DAYS
                   " DAYS OF PO DATE".
           DISPLAY "WEIGHTS: DELIVERY " WEIGHT-DELIVERY
                   " ACCURACY " WEIGHT-ACCURACY
                   " DISPUTES " WEIGHT-DISPUTES
                   " RETURNS " WEIGHT-RETURNS
                   " CREDITS " WEIGHT-CREDITS.
           DISPLAY " ".
           PERFORM DISPLAY-ONE-VENDOR-SCORE
               VARYING SCR-INDEX FROM 1 BY 1
               UNTIL SCR-INDEX > SCR-COUNT.
           DISPLAY " ".
           DISPLAY "VENDORS SCORED: " SCR-COUNT.
           IF SCR-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 500 VENDORS - SCORECARD IS "
                       "INCOMPLETE ***".
           IF FLG-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 2000 VARIANCE/OVERRIDE "
                       "VOUCHERS - ACCURACY OVERSTATED ***".

       DISPLAY-ONE-VENDOR-SCORE.
           MOVE SCR-VENDOR (SCR-INDEX) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "*** NOT ON FILE ***" TO VENDOR-NAME.
           MOVE SCR-INDEX              TO RANK-FIELD.
           MOVE SCR-SCORE (SCR-INDEX)  TO SCORE-FIELD.
           DISPLAY RANK-FIELD ". " SCR-VENDOR (SCR-INDEX)
                   " " VENDOR-NAME
                   "  SCORE " SCORE-FIELD
                   "  GRADE " SCR-GRADE (SCR-INDEX).
           MOVE SCR-ON-TIME (SCR-INDEX)     TO COUNT-FIELD.
           MOVE SCR-RECEIPTS (SCR-INDEX)    TO OF-COUNT-FIELD.
           DISPLAY "      ON TIME " COUNT-FIELD " OF " OF-COUNT-FIELD
                   " LINES" WITH NO ADVANCING.
           MOVE SCR-RETURNS (SCR-INDEX)     TO COUNT-FIELD.
           DISPLAY "   RETURNS " COUNT-FIELD.
           MOVE SCR-ACCURATE (SCR-INDEX)    TO COUNT-FIELD.
           MOVE SCR-PO-MATCHED (SCR-INDEX)  TO OF-COUNT-FIELD.
           DISPLAY "      CLEAN MATCH " COUNT-FIELD " OF "
                   OF-COUNT-FIELD WITH NO ADVANCING.
           MOVE SCR-VOUCHERS (SCR-INDEX)    TO COUNT-FIELD.
           DISPLAY "   VOUCHERS " COUNT-FIELD.
           MOVE SCR-DISPUTES (SCR-INDEX)    TO COUNT-FIELD.
           IF SCR-DISPUTES (SCR-INDEX) > ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   SCR-DISPUTE-DAYS (SCR-INDEX) /
                   SCR-DISPUTES (SCR-INDEX)
           ELSE
               MOVE ZEROES TO AVERAGE-DAYS.
           MOVE AVERAGE-DAYS                TO DAYS-FIELD.
           DISPLAY "      DISPUTES " COUNT-FIELD
                   "  AVG DAYS OPEN " DAYS-FIELD.
           MOVE SCR-CREDITS-MATCHED (SCR-INDEX) TO COUNT-FIELD.
           MOVE SCR-CREDITS (SCR-INDEX)     TO OF-COUNT-FIELD.
           MOVE SCR-CREDIT-OWED (SCR-INDEX) TO AMOUNT-FIELD.
           DISPLAY "      CREDITS RECEIVED " COUNT-FIELD " OF "
                   OF-COUNT-FIELD "  STILL OWED " AMOUNT-FIELD.

      *------------------------------------------
      * Drill-down to the vouchers behind one
      * vendor's score.
      *------------------------------------------
       ENTER-DETAIL-VENDOR.
           DISPLAY " ".
           DISPLAY "ENTER VENDOR NUMBER FOR VOUCHER DETAIL".
           DISPLAY "ENTER 0 TO EXIT".
           ACCEPT DETAIL-VENDOR.

       DISPLAY-VENDOR-DETAIL.
           MOVE DETAIL-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               DISPLAY "VENDOR NOT ON FILE"
           ELSE
               PERFORM DISPLAY-DETAIL-VOUCHERS
               PERFORM DISPLAY-DETAIL-CREDITS.
           PERFORM ENTER-DETAIL-VENDOR.

       DISPLAY-DETAIL-VOUCHERS.
           DISPLAY " ".
           DISPLAY "VOUCHERS FOR " VENDOR-NUMBER " " VENDOR-NAME
                   " " FROM-DATE " THRU " THRU-DATE.
           DISPLAY "VOUCHER INVOICE         DATE     PO     "
                   "         AMOUNT".
           MOVE DETAIL-VENDOR TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           PERFORM DETAIL-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           MOVE DETAIL-VENDOR TO VCH-HIST-VENDOR.
           MOVE "N" TO HISTORY-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN VCH-HIST-VENDOR
               INVALID KEY MOVE "Y" TO HISTORY-AT-END.
           PERFORM DETAIL-ONE-HISTORY-VOUCHER
               UNTIL HISTORY-AT-END = "Y".

       DETAIL-ONE-LIVE-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-VENDOR NOT = DETAIL-VENDOR
                   MOVE "Y" TO VOUCHER-AT-END
               ELSE
               IF VOUCHER-DATE NOT < FROM-DATE AND
                  VOUCHER-DATE NOT > THRU-DATE
                   MOVE VOUCHER-NUMBER    TO WORK-VOUCHER-NUMBER
                   MOVE VOUCHER-INVOICE   TO WORK-VOUCHER-INVOICE
                   MOVE VOUCHER-DATE      TO WORK-VOUCHER-DATE
                   MOVE VOUCHER-PO-NUMBER TO WORK-VOUCHER-PO
                   MOVE VOUCHER-AMOUNT    TO WORK-VOUCHER-AMOUNT
                   PERFORM DISPLAY-ONE-DETAIL-VOUCHER.

       DETAIL-ONE-HISTORY-VOUCHER.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.
           IF HISTORY-AT-END = "N"
               IF VCH-HIST-VENDOR NOT = DETAIL-VENDOR
                   MOVE "Y" TO HISTORY-AT-END
               ELSE
               IF VCH-HIST-DATE NOT < FROM-DATE AND
                  VCH-HIST-DATE NOT > THRU-DATE
                   MOVE VCH-HIST-NUMBER    TO WORK-VOUCHER-NUMBER
                   MOVE VCH-HIST-INVOICE   TO WORK-VOUCHER-INVOICE
                   MOVE VCH-HIST-DATE      TO WORK-VOUCHER-DATE
                   MOVE VCH-HIST-PO-NUMBER TO WORK-VOUCHER-PO
                   MOVE VCH-HIST-AMOUNT    TO WORK-VOUCHER-AMOUNT
                   PERFORM DISPLAY-ONE-DETAIL-VOUCHER.

       DISPLAY-ONE-DETAIL-VOUCHER.
           MOVE SPACES TO ACCURACY-MARK
                          DISPUTE-MARK.
           IF WORK-VOUCHER-PO NOT = ZEROES
               MOVE WORK-VOUCHER-NUMBER TO FLG-VOUCHER-WANTED
               PERFORM FIND-FLAGGED-VOUCHER
               IF FLG-SLOT-FOUND = "Y"
                   MOVE "VARIANCE" TO ACCURACY-MARK.
           MOVE WORK-VOUCHER-NUMBER TO DSP-VOUCHER-NUMBER.
           PERFORM READ-DISPUTE-RECORD.
           IF DISPUTE-RECORD-FOUND = "Y"
               PERFORM COMPUTE-DAYS-OPEN
               MOVE DAYS-OPEN TO DETAIL-DAYS-FIELD
               IF DSP-STATUS = "C"
                   STRING "DISPUTE " DETAIL-DAYS-FIELD " C"
                       DELIMITED BY SIZE INTO DISPUTE-MARK
               ELSE
                   STRING "DISPUTE " DETAIL-DAYS-FIELD " O"
                       DELIMITED BY SIZE INTO DISPUTE-MARK.
           MOVE WORK-VOUCHER-AMOUNT TO AMOUNT-FIELD.
           DISPLAY WORK-VOUCHER-NUMBER " " WORK-VOUCHER-INVOICE
                   " " WORK-VOUCHER-DATE " " WORK-VOUCHER-PO
                   " " AMOUNT-FIELD " " ACCURACY-MARK
                   " " DISPUTE-MARK.

       DISPLAY-DETAIL-CREDITS.
           DISPLAY " ".
           DISPLAY "CREDITS STILL OWED:".
           MOVE DETAIL-VENDOR TO EXC-VENDOR.
           MOVE ZEROES        TO EXC-SEQUENCE.
           MOVE "N" TO CREDIT-AT-END.
           START EXPECTED-CREDIT-FILE
               KEY IS NOT LESS THAN EXC-KEY
               INVALID KEY MOVE "Y" TO CREDIT-AT-END.
           PERFORM DETAIL-ONE-CREDIT
               UNTIL CREDIT-AT-END = "Y".

       DETAIL-ONE-CREDIT.
           READ EXPECTED-CREDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO CREDIT-AT-END.
           IF CREDIT-AT-END = "N"
               IF EXC-VENDOR NOT = DETAIL-VENDOR
                   MOVE "Y" TO CREDIT-AT-END
               ELSE
               IF EXC-STATUS NOT = "M"
                   MOVE EXC-AMOUNT TO AMOUNT-FIELD
                   DISPLAY "   PO " EXC-PO-NUMBER
                           " " EXC-DATE
                           " " EXC-DESCRIPTION
                           " " AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-GL-POST-RECORD.
           MOVE "N" TO GL-POST-AT-END.
           READ GL-POST-FILE RECORD
               AT END MOVE "Y" TO GL-POST-AT-END.

       READ-NEXT-BATCH-LINE.
           READ GL-BATCH-FILE
               AT END MOVE "Y" TO BATCH-AT-END.

       READ-NEXT-AUDIT-RECORD.
           MOVE "N" TO AUDIT-AT-END.
           READ AUDIT-LOG-FILE RECORD
               AT END MOVE "Y" TO AUDIT-AT-END.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-DISPUTE-RECORD.
           MOVE "Y" TO DISPUTE-RECORD-FOUND.
           READ DISPUTE-CASE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO DISPUTE-RECORD-FOUND.

           COPY "pldate01.cbl".
