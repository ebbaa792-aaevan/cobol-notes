       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCDSET01.
      *------------------------------------------
      * Virtual-card settlement.  CHKRUN01
      * logs every card-payment request it
      * sends the bank as "R"; the card is not
      * money out of the account until the
      * vendor charges it, and the bank's card
      * program reports each charge back on
      * the settlement file - the request ID
      * we sent, the voucher, its own card
      * transaction ID, the settlement date
      * and the amount the vendor charged.
      *
      * Each settlement line is matched to the
      * card log by request ID, one keyed read
      * apiece, the way CHKREC01 matches the
      * cleared-check file to the register.
      * A charge for exactly the requested
      * amount marks the log "S" and clears the
      * voucher with the settlement date, so
      * VCHARC01's archive test works the same
      * as for a check.  A charge for any other
      * amount is stamped "D" and the voucher
      * stays uncleared - an over-charge on a
      * card is the card's version of an
      * altered check.  A negative line against
      * a settled request is a vendor refund
      * and nets into the settled amount.
      *
      * Once the file is exhausted, the log is
      * scanned for every request older than
      * the clerk-entered number of days that
      * the vendor still has not charged -
      * usually a vendor who never opened the
      * e-mail with the card number.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvcdset.cbl".

           COPY "slvcdlog.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvcdset.cbl".

           COPY "fdvcdlog.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

       WORKING-STORAGE SECTION.

       77  SETTLE-AT-END               PIC X(01).
       77  LOG-AT-END                  PIC X(01).
       77  LOG-RECORD-FOUND            PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  STALE-CUTOFF-DATE           PIC 9(08).
       77  STALE-DAYS                  PIC 9(03).

       77  MATCHED-COUNT               PIC 9(05) VALUE ZERO.
       77  MATCHED-TOTAL               PIC S9(09)V99 VALUE ZERO.
       77  UNMATCHED-COUNT             PIC 9(05) VALUE ZERO.
       77  VOUCHER-MISMATCH-COUNT      PIC 9(05) VALUE ZERO.
       77  AMOUNT-MISMATCH-COUNT       PIC 9(05) VALUE ZERO.
       77  DUPLICATE-COUNT             PIC 9(05) VALUE ZERO.
       77  REFUND-COUNT                PIC 9(05) VALUE ZERO.
       77  REFUND-TOTAL                PIC S9(09)V99 VALUE ZERO.
       77  STALE-COUNT                 PIC 9(05) VALUE ZERO.
       77  STALE-TOTAL                 PIC S9(09)V99 VALUE ZERO.

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  REQUEST-AMOUNT-FIELD        PIC ZZZ,ZZZ,ZZ9.99-.
       77  SETTLE-AMOUNT-FIELD         PIC ZZZ,ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM ENTER-STALE-DAYS.
           PERFORM CALCULATE-STALE-CUTOFF.
           OPEN INPUT VCARD-SETTLE-FILE.
           OPEN I-O VCARD-LOG-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "VCDSET01" TO JRN-PROGRAM.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-MATCH-TOTALS.
           PERFORM DISPLAY-STALE-REQUEST-REPORT.
           CLOSE VCARD-SETTLE-FILE.
           CLOSE VCARD-LOG-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.

       ENTER-STALE-DAYS.
           DISPLAY " ".
           DISPLAY "ENTER NUMBER OF DAYS A CARD MAY GO UNCHARGED".
           DISPLAY "BEFORE IT IS LISTED AS NOT YET SETTLED".
           ACCEPT STALE-DAYS.

       CALCULATE-STALE-CUTOFF.
           COMPUTE STALE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) - STALE-DAYS).

       MAIN-PROCESS.
           PERFORM READ-NEXT-SETTLE-RECORD.
           PERFORM MATCH-SETTLED-CARDS
               UNTIL SETTLE-AT-END = "Y".

      *------------------------------------------
      * One keyed read against the card log
      * per settlement line.  The voucher the
      * bank echoes back must be the one the
      * request was for - a request ID that
      * lands on someone else's voucher is a
      * keying problem at the bank, and
      * nothing is cleared on it.
      *------------------------------------------
       MATCH-SETTLED-CARDS.
           MOVE VCS-RUN-ID   TO VCL-RUN-ID.
           MOVE VCS-CARD-SEQ TO VCL-CARD-SEQ.
           PERFORM READ-VCARD-LOG-RECORD.
           IF LOG-RECORD-FOUND = "N"
               PERFORM DISPLAY-UNMATCHED-SETTLEMENT
               ADD 1 TO UNMATCHED-COUNT
           ELSE
           IF VCS-VOUCHER-NUMBER NOT = VCL-VOUCHER-NUMBER
               PERFORM DISPLAY-VOUCHER-MISMATCH
               ADD 1 TO VOUCHER-MISMATCH-COUNT
           ELSE
           IF VCS-AMOUNT < ZERO AND VCL-STATUS NOT = "R"
               PERFORM APPLY-VENDOR-REFUND
               ADD 1 TO REFUND-COUNT
               ADD VCS-AMOUNT TO REFUND-TOTAL
           ELSE
           IF VCL-STATUS NOT = "R"
               PERFORM DISPLAY-DUPLICATE-SETTLEMENT
               ADD 1 TO DUPLICATE-COUNT
           ELSE
           IF VCS-AMOUNT NOT = VCL-AMOUNT
               PERFORM MARK-CARD-DIFFERENCE
               ADD 1 TO AMOUNT-MISMATCH-COUNT
           ELSE
               PERFORM MARK-CARD-SETTLED
               ADD 1 TO MATCHED-COUNT
               ADD VCS-AMOUNT TO MATCHED-TOTAL.
           PERFORM READ-NEXT-SETTLE-RECORD.

       MARK-CARD-SETTLED.
           MOVE "S"                TO VCL-STATUS.
           PERFORM STAMP-SETTLEMENT.
           PERFORM MARK-VOUCHER-CLEARED.

      * The voucher stays open on the bank side
      * until someone works out whether the
      * vendor over-charged, short-charged or
      * split the card - the log keeps what
      * the bank actually took.
       MARK-CARD-DIFFERENCE.
           MOVE "D"                TO VCL-STATUS.
           PERFORM STAMP-SETTLEMENT.
           MOVE VCL-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VCL-AMOUNT         TO REQUEST-AMOUNT-FIELD.
           MOVE VCS-AMOUNT         TO SETTLE-AMOUNT-FIELD.
           DISPLAY "*** AMOUNT DIFFERENCE - VOUCHER "
                   VOUCHER-NUMBER-FIELD "  " VCL-PAYEE-NAME.
           DISPLAY "    REQUESTED " REQUEST-AMOUNT-FIELD
                   "  VENDOR CHARGED " SETTLE-AMOUNT-FIELD
                   "  - NOT CLEARED".

       STAMP-SETTLEMENT.
           MOVE VCS-TRANSACTION-ID TO VCL-TRANSACTION-ID.
           MOVE VCS-SETTLE-DATE    TO VCL-SETTLE-DATE.
           MOVE VCS-AMOUNT         TO VCL-SETTLED-AMOUNT.
           PERFORM REWRITE-VCARD-LOG-RECORD.

       APPLY-VENDOR-REFUND.
           ADD VCS-AMOUNT TO VCL-SETTLED-AMOUNT.
           PERFORM REWRITE-VCARD-LOG-RECORD.
           MOVE VCL-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VCS-AMOUNT         TO SETTLE-AMOUNT-FIELD.
           DISPLAY "VENDOR REFUND - VOUCHER " VOUCHER-NUMBER-FIELD
                   "  " VCL-PAYEE-NAME " " SETTLE-AMOUNT-FIELD.

       MARK-VOUCHER-CLEARED.
           MOVE VCL-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE VCL-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD
               DISPLAY "*** CARD REQUEST " VCL-RUN-ID "-"
                       VCL-CARD-SEQ " POINTS AT VOUCHER "
                       VOUCHER-NUMBER-FIELD " NOT ON FILE ***"
           ELSE
               MOVE "Y"             TO VOUCHER-CLEARED
               MOVE VCS-SETTLE-DATE TO VOUCHER-CLEARED-DATE
               PERFORM REWRITE-VOUCHER-RECORD.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           DISPLAY " ".
           DISPLAY "VIRTUAL CARD SETTLEMENT - RUN DATE " RUN-DATE.
           DISPLAY " ".

       DISPLAY-UNMATCHED-SETTLEMENT.
           MOVE VCS-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VCS-AMOUNT         TO SETTLE-AMOUNT-FIELD.
           DISPLAY "*** NO CARD REQUEST " VCS-RUN-ID "-"
                   VCS-CARD-SEQ " FOR VOUCHER "
                   VOUCHER-NUMBER-FIELD " " SETTLE-AMOUNT-FIELD
                   " ***".

       DISPLAY-VOUCHER-MISMATCH.
           MOVE VCS-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           DISPLAY "*** CARD REQUEST " VCS-RUN-ID "-" VCS-CARD-SEQ
                   " WAS FOR VOUCHER " VCL-VOUCHER-NUMBER
                   " - BANK SAYS " VOUCHER-NUMBER-FIELD " ***".

       DISPLAY-DUPLICATE-SETTLEMENT.
           MOVE VCS-AMOUNT TO SETTLE-AMOUNT-FIELD.
           DISPLAY "*** CARD REQUEST " VCS-RUN-ID "-" VCS-CARD-SEQ
                   " ALREADY SETTLED (TRANSACTION "
                   VCL-TRANSACTION-ID ") ***".
           DISPLAY "    SECOND CHARGE " VCS-TRANSACTION-ID
                   " " SETTLE-AMOUNT-FIELD
                   " - A SINGLE-USE CARD CHARGED TWICE".

       DISPLAY-MATCH-TOTALS.
           DISPLAY " ".
           MOVE MATCHED-TOTAL TO TOTAL-FIELD.
           DISPLAY "CARDS SETTLED AND CLEARED:  " MATCHED-COUNT
                   "  " TOTAL-FIELD.
           DISPLAY "AMOUNT DIFFERENCES HELD:    "
                   AMOUNT-MISMATCH-COUNT.
           MOVE REFUND-TOTAL TO TOTAL-FIELD.
           DISPLAY "VENDOR REFUNDS NETTED:      " REFUND-COUNT
                   "  " TOTAL-FIELD.
           DISPLAY "NOT ON THE CARD LOG:        " UNMATCHED-COUNT.
           DISPLAY "WRONG VOUCHER ON REQUEST:   "
                   VOUCHER-MISMATCH-COUNT.
           DISPLAY "DUPLICATE CHARGES:          " DUPLICATE-COUNT.

      *------------------------------------------
      * Uncharged-card exception report, off
      * the card log alone.
      *------------------------------------------
       DISPLAY-STALE-REQUEST-REPORT.
           DISPLAY " ".
           DISPLAY "CARDS REQUESTED BEFORE " STALE-CUTOFF-DATE
                   " STILL NOT CHARGED".
           DISPLAY "REQUEST    VOUCHER  REQUESTED  VENDOR"
                   "                                  AMOUNT".
           MOVE "N"    TO LOG-AT-END.
           MOVE ZEROES TO VCL-KEY.
           START VCARD-LOG-FILE
               KEY IS NOT LESS THAN VCL-KEY
               INVALID KEY MOVE "Y" TO LOG-AT-END.
           PERFORM READ-NEXT-VCARD-LOG-RECORD.
           PERFORM FIND-STALE-REQUESTS
               UNTIL LOG-AT-END = "Y".
           DISPLAY " ".
           MOVE STALE-TOTAL TO TOTAL-FIELD.
           DISPLAY "CARDS NOT YET CHARGED: " STALE-COUNT
                   "  " TOTAL-FIELD.

       FIND-STALE-REQUESTS.
           IF VCL-STATUS = "R" AND
              VCL-REQUEST-DATE < STALE-CUTOFF-DATE
               PERFORM DISPLAY-STALE-REQUEST-LINE
               ADD 1 TO STALE-COUNT
               ADD VCL-AMOUNT TO STALE-TOTAL.
           PERFORM READ-NEXT-VCARD-LOG-RECORD.

       DISPLAY-STALE-REQUEST-LINE.
           MOVE VCL-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VCL-AMOUNT         TO REQUEST-AMOUNT-FIELD.
           DISPLAY VCL-RUN-ID "-" VCL-CARD-SEQ
                   "  " VOUCHER-NUMBER-FIELD
                   "  " VCL-REQUEST-DATE
                   "  " VCL-VENDOR " " VCL-PAYEE-NAME
                   " " REQUEST-AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-SETTLE-RECORD.
           MOVE "N" TO SETTLE-AT-END.
           READ VCARD-SETTLE-FILE NEXT RECORD
               AT END MOVE "Y" TO SETTLE-AT-END.

       READ-VCARD-LOG-RECORD.
           MOVE "Y" TO LOG-RECORD-FOUND.
           READ VCARD-LOG-FILE RECORD
               INVALID KEY
                  MOVE "N" TO LOG-RECORD-FOUND.

       READ-NEXT-VCARD-LOG-RECORD.
           IF LOG-AT-END = "N"
               READ VCARD-LOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO LOG-AT-END.

       REWRITE-VCARD-LOG-RECORD.
           REWRITE VCARD-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VIRTUAL CARD LOG".

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
