       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRPT01.
      *------------------------------------------
      * Job-cost report.  For every job on the
      * job master: the cost vouchered to it,
      * the part of that cost already paid,
      * and the open balance of purchase
      * orders bought for it, against the
      * job's budget - the figures the
      * government contracts ask for, taken
      * from the books instead of a side
      * spreadsheet.
      *
      * Vouchered cost is every distribution
      * line coded to the job, on the live
      * voucher file and on the history file
      * VCHARC01 archives to.  Paid cost
      * takes each line's share of what has
      * been paid on its voucher - the whole
      * line once the voucher is paid in
      * full.  A balance WOFRUN01 wrote off
      * (its "O" payment-detail row) marks the
      * voucher paid but paid nobody, so it is
      * taken back out before the share is
      * figured.  Commitments are open POs
      * (PO-AMOUNT less PO-VOUCHERED-AMOUNT,
      * the CMTRPT01 figure) that name the
      * job.
      *
      * The jobs are loaded into a table in
      * job-number order first and the
      * files are walked once each - job
      * codes no longer on the master are
      * totalled on a line of their own.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sljobmst.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpurord.cbl".

           COPY "slpaydtl.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdjobmst.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpurord.cbl".

           COPY "fdpaydtl.cbl".

       WORKING-STORAGE SECTION.

       77  JOB-AT-END                  PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  PO-AT-END                   PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DETAIL-WALK-VOUCHER         PIC 9(07).

       77  RUN-DATE                    PIC 9(08).
       77  GL-INDEX                    PIC 9(01).
       77  COST-JOB                    PIC 9(06).
       77  COST-AMOUNT                 PIC S9(6)V99.
       77  COST-PAID                   PIC S9(6)V99.
       77  WRITTEN-OFF-AMOUNT          PIC S9(7)V99.
       77  SETTLED-AMOUNT              PIC S9(7)V99.
       77  PO-OPEN-BALANCE             PIC S9(6)V99.
       77  JOB-TOTAL-COST              PIC S9(09)V99.
       77  JOB-OVER-UNDER              PIC S9(09)V99.

       77  JBT-COUNT                   PIC 9(03) VALUE ZERO.
       77  JBT-INDEX                   PIC 9(03).
       77  JBT-SLOT                    PIC 9(03).
       77  JBT-SLOT-FOUND              PIC X(01).
       77  JBT-TABLE-FULL              PIC X(01) VALUE "N".
       01  JOB-COST-TABLE.
           05 JBT-ENTRY                OCCURS 500 TIMES.
              10 JBT-JOB               PIC 9(06).
              10 JBT-DESCRIPTION       PIC X(30).
              10 JBT-CONTRACT          PIC X(15).
              10 JBT-STATUS            PIC X(01).
              10 JBT-BUDGET            PIC 9(08)V99.
              10 JBT-VOUCHERED         PIC S9(09)V99.
              10 JBT-PAID              PIC S9(09)V99.
              10 JBT-COMMITTED         PIC S9(09)V99.

       77  UNKNOWN-VOUCHERED           PIC S9(09)V99 VALUE ZERO.
       77  UNKNOWN-PAID                PIC S9(09)V99 VALUE ZERO.
       77  UNKNOWN-COMMITTED           PIC S9(09)V99 VALUE ZERO.

       77  GRAND-BUDGET                PIC S9(09)V99 VALUE ZERO.
       77  GRAND-VOUCHERED             PIC S9(09)V99 VALUE ZERO.
       77  GRAND-PAID                  PIC S9(09)V99 VALUE ZERO.
       77  GRAND-COMMITTED             PIC S9(09)V99 VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN INPUT JOB-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-JOB-LINES.
           PERFORM DISPLAY-REPORT-TOTALS.
           CLOSE JOB-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PAYMENT-DETAIL-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-JOB-RECORD.
           PERFORM LOAD-THE-JOBS
               UNTIL JOB-AT-END = "Y".
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM COST-THE-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM COST-THE-HISTORY
               UNTIL HISTORY-AT-END = "Y".
           PERFORM READ-NEXT-PO-RECORD.
           PERFORM COLLECT-THE-COMMITMENTS
               UNTIL PO-AT-END = "Y".

      *------------------------------------------
      * The job master, read in key order, is
      * the table - so the report comes out
      * in job-number order with no sort.
      *------------------------------------------
       LOAD-THE-JOBS.
           IF JBT-COUNT < 500
               ADD 1 TO JBT-COUNT
               MOVE JOB-NUMBER      TO JBT-JOB (JBT-COUNT)
               MOVE JOB-DESCRIPTION TO JBT-DESCRIPTION (JBT-COUNT)
               MOVE JOB-CONTRACT    TO JBT-CONTRACT (JBT-COUNT)
               MOVE JOB-STATUS      TO JBT-STATUS (JBT-COUNT)
               MOVE JOB-BUDGET      TO JBT-BUDGET (JBT-COUNT)
               MOVE ZEROES          TO JBT-VOUCHERED (JBT-COUNT)
                                       JBT-PAID (JBT-COUNT)
                                       JBT-COMMITTED (JBT-COUNT)
           ELSE
               MOVE "Y" TO JBT-TABLE-FULL.
           PERFORM READ-NEXT-JOB-RECORD.

      *------------------------------------------
      * Live vouchers.
      *------------------------------------------
       COST-THE-VOUCHERS.
           MOVE ZEROES TO WRITTEN-OFF-AMOUNT.
           IF VOUCHER-PAID-AMOUNT NOT = ZEROES
               MOVE VOUCHER-NUMBER TO DETAIL-WALK-VOUCHER
               PERFORM WALK-PAYMENT-DETAILS.
           COMPUTE SETTLED-AMOUNT =
               VOUCHER-PAID-AMOUNT - WRITTEN-OFF-AMOUNT.
           PERFORM COST-ONE-VOUCHER-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       COST-ONE-VOUCHER-LINE.
           IF VOUCHER-GL-LINE-JOB (GL-INDEX) NOT = ZEROES
               MOVE VOUCHER-GL-LINE-JOB (GL-INDEX) TO COST-JOB
               MOVE VOUCHER-GL-AMOUNT (GL-INDEX)   TO COST-AMOUNT
               IF SETTLED-AMOUNT = VOUCHER-AMOUNT
                   MOVE COST-AMOUNT TO COST-PAID
               ELSE
               IF SETTLED-AMOUNT = ZEROES OR
                  VOUCHER-AMOUNT = ZEROES
                   MOVE ZEROES TO COST-PAID
               ELSE
                   COMPUTE COST-PAID ROUNDED =
                       COST-AMOUNT * SETTLED-AMOUNT /
                       VOUCHER-AMOUNT
               END-IF
               END-IF
               PERFORM ADD-TO-JOB-COST.

      *------------------------------------------
      * Archived vouchers - same arithmetic on
      * the history image.
      *------------------------------------------
       COST-THE-HISTORY.
           MOVE ZEROES TO WRITTEN-OFF-AMOUNT.
           IF VCH-HIST-PAID-AMOUNT NOT = ZEROES
               MOVE VCH-HIST-NUMBER TO DETAIL-WALK-VOUCHER
               PERFORM WALK-PAYMENT-DETAILS.
           COMPUTE SETTLED-AMOUNT =
               VCH-HIST-PAID-AMOUNT - WRITTEN-OFF-AMOUNT.
           PERFORM COST-ONE-HISTORY-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VCH-HIST-GL-DIST-COUNT.
           PERFORM READ-NEXT-HISTORY-RECORD.

       COST-ONE-HISTORY-LINE.
           IF VCH-HIST-GL-LINE-JOB (GL-INDEX) NOT = ZEROES
               MOVE VCH-HIST-GL-LINE-JOB (GL-INDEX) TO COST-JOB
               MOVE VCH-HIST-GL-AMOUNT (GL-INDEX)   TO COST-AMOUNT
               IF SETTLED-AMOUNT = VCH-HIST-AMOUNT
                   MOVE COST-AMOUNT TO COST-PAID
               ELSE
               IF SETTLED-AMOUNT = ZEROES OR
                  VCH-HIST-AMOUNT = ZEROES
                   MOVE ZEROES TO COST-PAID
               ELSE
                   COMPUTE COST-PAID ROUNDED =
                       COST-AMOUNT * SETTLED-AMOUNT /
                       VCH-HIST-AMOUNT
               END-IF
               END-IF
               PERFORM ADD-TO-JOB-COST.

      *------------------------------------------
      * The voucher's write-off rows, if any -
      * everything else on the detail file
      * really settled it.
      *------------------------------------------
       WALK-PAYMENT-DETAILS.
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
               IF PDT-METHOD = "O"
                   ADD PDT-AMOUNT TO WRITTEN-OFF-AMOUNT.

       ADD-TO-JOB-COST.
           PERFORM FIND-JOB-SLOT.
           IF JBT-SLOT-FOUND = "Y"
               ADD COST-AMOUNT TO JBT-VOUCHERED (JBT-SLOT)
               ADD COST-PAID   TO JBT-PAID (JBT-SLOT)
           ELSE
               ADD COST-AMOUNT TO UNKNOWN-VOUCHERED
               ADD COST-PAID   TO UNKNOWN-PAID.

      *------------------------------------------
      * Open purchase orders bought for a job.
      *------------------------------------------
       COLLECT-THE-COMMITMENTS.
           IF PO-JOB NOT = ZEROES AND
              PO-STATUS = "O" AND
              PO-VOUCHERED-AMOUNT < PO-AMOUNT
               PERFORM COLLECT-ONE-COMMITMENT.
           PERFORM READ-NEXT-PO-RECORD.

       COLLECT-ONE-COMMITMENT.
           COMPUTE PO-OPEN-BALANCE =
               PO-AMOUNT - PO-VOUCHERED-AMOUNT.
           MOVE PO-JOB TO COST-JOB.
           PERFORM FIND-JOB-SLOT.
           IF JBT-SLOT-FOUND = "Y"
               ADD PO-OPEN-BALANCE TO JBT-COMMITTED (JBT-SLOT)
           ELSE
               ADD PO-OPEN-BALANCE TO UNKNOWN-COMMITTED.

       FIND-JOB-SLOT.
           MOVE "N" TO JBT-SLOT-FOUND.
           PERFORM CHECK-ONE-SLOT
               VARYING JBT-INDEX FROM 1 BY 1
               UNTIL JBT-INDEX > JBT-COUNT OR
                     JBT-SLOT-FOUND = "Y".

       CHECK-ONE-SLOT.
           IF JBT-JOB (JBT-INDEX) = COST-JOB
               MOVE "Y" TO JBT-SLOT-FOUND
               MOVE JBT-INDEX TO JBT-SLOT.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           DISPLAY " ".
           DISPLAY "JOB COST REPORT - RUN DATE " RUN-DATE.
           DISPLAY " ".

       DISPLAY-JOB-LINES.
           PERFORM DISPLAY-ONE-JOB
               VARYING JBT-INDEX FROM 1 BY 1
               UNTIL JBT-INDEX > JBT-COUNT.
           IF UNKNOWN-VOUCHERED NOT = ZEROES OR
              UNKNOWN-COMMITTED NOT = ZEROES
               PERFORM DISPLAY-UNKNOWN-JOBS.
           IF JBT-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 500 JOBS ON FILE - "
                       "LATER JOBS SHOWN AS NOT ON MASTER ***".

       DISPLAY-ONE-JOB.
           COMPUTE JOB-TOTAL-COST =
               JBT-VOUCHERED (JBT-INDEX) + JBT-COMMITTED (JBT-INDEX).
           COMPUTE JOB-OVER-UNDER =
               JBT-BUDGET (JBT-INDEX) - JOB-TOTAL-COST.
           ADD JBT-BUDGET (JBT-INDEX)    TO GRAND-BUDGET.
           ADD JBT-VOUCHERED (JBT-INDEX) TO GRAND-VOUCHERED.
           ADD JBT-PAID (JBT-INDEX)      TO GRAND-PAID.
           ADD JBT-COMMITTED (JBT-INDEX) TO GRAND-COMMITTED.
           DISPLAY "JOB " JBT-JOB (JBT-INDEX)
                   "  " JBT-DESCRIPTION (JBT-INDEX)
                   "  CONTRACT " JBT-CONTRACT (JBT-INDEX)
                   "  " JBT-STATUS (JBT-INDEX).
           MOVE JBT-BUDGET (JBT-INDEX) TO AMOUNT-FIELD.
           DISPLAY "     BUDGET:              " AMOUNT-FIELD.
           MOVE JBT-VOUCHERED (JBT-INDEX) TO AMOUNT-FIELD.
           DISPLAY "     VOUCHERED COST:      " AMOUNT-FIELD.
           MOVE JBT-PAID (JBT-INDEX) TO AMOUNT-FIELD.
           DISPLAY "     PAID COST:           " AMOUNT-FIELD.
           MOVE JBT-COMMITTED (JBT-INDEX) TO AMOUNT-FIELD.
           DISPLAY "     OPEN PO COMMITMENTS: " AMOUNT-FIELD.
           MOVE JOB-TOTAL-COST TO AMOUNT-FIELD.
           DISPLAY "     COST PLUS COMMITTED: " AMOUNT-FIELD.
           MOVE JOB-OVER-UNDER TO AMOUNT-FIELD.
           IF JOB-OVER-UNDER < ZERO
               DISPLAY "     OVER BUDGET BY:      " AMOUNT-FIELD
           ELSE
               DISPLAY "     BUDGET REMAINING:    " AMOUNT-FIELD.

       DISPLAY-UNKNOWN-JOBS.
           ADD UNKNOWN-VOUCHERED TO GRAND-VOUCHERED.
           ADD UNKNOWN-PAID      TO GRAND-PAID.
           ADD UNKNOWN-COMMITTED TO GRAND-COMMITTED.
           DISPLAY "JOBS NOT ON THE JOB MASTER".
           MOVE UNKNOWN-VOUCHERED TO AMOUNT-FIELD.
           DISPLAY "     VOUCHERED COST:      " AMOUNT-FIELD.
           MOVE UNKNOWN-PAID TO AMOUNT-FIELD.
           DISPLAY "     PAID COST:           " AMOUNT-FIELD.
           MOVE UNKNOWN-COMMITTED TO AMOUNT-FIELD.
           DISPLAY "     OPEN PO COMMITMENTS: " AMOUNT-FIELD.

       DISPLAY-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "JOBS REPORTED: " JBT-COUNT.
           MOVE GRAND-BUDGET TO AMOUNT-FIELD.
           DISPLAY "TOTAL BUDGET:              " AMOUNT-FIELD.
           MOVE GRAND-VOUCHERED TO AMOUNT-FIELD.
           DISPLAY "TOTAL VOUCHERED COST:      " AMOUNT-FIELD.
           MOVE GRAND-PAID TO AMOUNT-FIELD.
           DISPLAY "TOTAL PAID COST:           " AMOUNT-FIELD.
           MOVE GRAND-COMMITTED TO AMOUNT-FIELD.
           DISPLAY "TOTAL OPEN PO COMMITMENTS: " AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-JOB-RECORD.
           MOVE "N" TO JOB-AT-END.
           READ JOB-FILE NEXT RECORD
               AT END MOVE "Y" TO JOB-AT-END.

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
