       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSWP01.
      *------------------------------------------
      * Nightly referential-integrity sweep.
      * Every subsystem keeps its own files,
      * and merges, archives, restores and
      * salvages leave records pointing at
      * things that are no longer there.  This
      * sweep only reads - it opens every file
      * INPUT and changes nothing - and lists
      * each broken link by file and key, with
      * a count per relationship:
      *
      *   1  VOUCHER-FILE       -> VENDOR-FILE
      *      (one-time payees and employees
      *      have no vendor record and are
      *      not checked)
      *   2  PAYMENT-DETAIL     -> VOUCHER
      *   3  CHECK-REGISTER     -> VOUCHER
      *      (the first voucher the check
      *      settled; a register record from
      *      before vouchers were carried has
      *      zero and is not checked)
      *   4  RECEIPT-FILE       -> PURCHASE-ORDER
      *   5  INVOICE-XREF       -> VOUCHER
      *   6  DISPUTE-CASE       -> VOUCHER
      *   7  VENDOR-NOTE        -> VENDOR-FILE
      *   8  VOUCHER-CONTRACT   -> VOUCHER
      *   9  VOUCHER-CONTRACT   -> VENDOR-CONTRACT
      *  10  WRITE-OFF-FILE     -> VOUCHER
      *
      * "VOUCHER" is live OR archived - a
      * voucher VCHARC01 or OTPURG01 moved to
      * the history file is still there.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slvnd02.cbl".

           COPY "slpaydtl.cbl".

           COPY "slchkreg.cbl".

           COPY "slrcpt.cbl".

           COPY "slpurord.cbl".

           COPY "slinvxrf.cbl".

           COPY "sldsput.cbl".

           COPY "slvndnot.cbl".

           COPY "slvchctr.cbl".

           COPY "slvndctr.cbl".

           COPY "slwrtoff.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdchkreg.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdpurord.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fddsput.cbl".

           COPY "fdvndnot.cbl".

           COPY "fdvchctr.cbl".

           COPY "fdvndctr.cbl".

           COPY "fdwrtoff.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  SCAN-AT-END                 PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  PO-RECORD-FOUND             PIC X(01).
       77  CONTRACT-RECORD-FOUND       PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  LOOK-UP-VOUCHER             PIC 9(07).
       77  LOOK-UP-VENDOR              PIC 9(05).

       77  BROKEN-KEY                  PIC X(40).
       77  BROKEN-TARGET               PIC X(40).
       77  BROKEN-TOTAL                PIC 9(07) VALUE ZERO.
       77  COUNT-FIELD                 PIC Z,ZZZ,ZZ9.

      *------------------------------------------
      * The relationships, by number, and the
      * broken-link count for each.
      *------------------------------------------
       77  RELATION-INDEX              PIC 9(02).
       01  RELATION-NAMES.
           05 FILLER                   PIC X(40)
              VALUE "VOUCHER-FILE -> VENDOR-FILE".
           05 FILLER                   PIC X(40)
              VALUE "PAYMENT-DETAIL-FILE -> VOUCHER".
           05 FILLER                   PIC X(40)
              VALUE "CHECK-REGISTER-FILE -> VOUCHER".
           05 FILLER                   PIC X(40)
              VALUE "RECEIPT-FILE -> PURCHASE-ORDER-FILE".
           05 FILLER                   PIC X(40)
              VALUE "INVOICE-XREF-FILE -> VOUCHER".
           05 FILLER                   PIC X(40)
              VALUE "DISPUTE-CASE-FILE -> VOUCHER".
           05 FILLER                   PIC X(40)
              VALUE "VENDOR-NOTE-FILE -> VENDOR-FILE".
           05 FILLER                   PIC X(40)
              VALUE "VOUCHER-CONTRACT-FILE -> VOUCHER".
           05 FILLER                   PIC X(40)
              VALUE "VOUCHER-CONTRACT-FILE -> VENDOR-CONTRACT".
           05 FILLER                   PIC X(40)
              VALUE "WRITE-OFF-FILE -> VOUCHER".
       01  FILLER REDEFINES RELATION-NAMES.
           05 RELATION-NAME            OCCURS 10 TIMES
                                       PIC X(40).
       01  RELATION-COUNTS.
           05 RELATION-COUNT           OCCURS 10 TIMES
                                       PIC 9(07).

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
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT CHECK-REGISTER-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT INVOICE-XREF-FILE.
           OPEN INPUT DISPUTE-CASE-FILE.
           OPEN INPUT VENDOR-NOTE-FILE.
           OPEN INPUT VOUCHER-CONTRACT-FILE.
           OPEN INPUT VENDOR-CONTRACT-FILE.
           OPEN INPUT WRITE-OFF-FILE.
           MOVE ZEROES TO RELATION-COUNTS.
           MOVE "REFSWP01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE DISPUTE-CASE-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE VOUCHER-CONTRACT-FILE.
           CLOSE VENDOR-CONTRACT-FILE.
           CLOSE WRITE-OFF-FILE.

       MAIN-PROCESS.
           MOVE RUN-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINT-LINE.
           STRING "SWEPT " FORMATTED-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM SWEEP-VOUCHER-VENDORS.
           PERFORM SWEEP-PAYMENT-DETAILS.
           PERFORM SWEEP-CHECK-REGISTER.
           PERFORM SWEEP-RECEIPTS.
           PERFORM SWEEP-INVOICE-XREF.
           PERFORM SWEEP-DISPUTE-CASES.
           PERFORM SWEEP-VENDOR-NOTES.
           PERFORM SWEEP-CONTRACT-LINKS.
           PERFORM SWEEP-WRITE-OFFS.
           PERFORM PRINT-THE-SUMMARY.
           MOVE BROKEN-TOTAL TO COUNT-FIELD.
           DISPLAY "INTEGRITY SWEEP IS ON THE REPORT SPOOL - "
                   COUNT-FIELD " BROKEN LINKS".

      *------------------------------------------
      * 1. Voucher -> vendor
      *------------------------------------------
       SWEEP-VOUCHER-VENDORS.
           MOVE 1 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM CHECK-ONE-VOUCHER-VENDOR
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-VOUCHER-VENDOR.
           IF VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
              VOUCHER-ONE-TIME-FLAG NOT = "E"
               MOVE VOUCHER-VENDOR TO LOOK-UP-VENDOR
               PERFORM LOOK-UP-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE SPACE TO BROKEN-KEY
                   STRING "VOUCHER " VOUCHER-NUMBER
                          DELIMITED BY SIZE INTO BROKEN-KEY
                   PERFORM SET-VENDOR-TARGET
                   PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-VOUCHER-RECORD.

      *------------------------------------------
      * 2. Payment detail -> voucher
      *------------------------------------------
       SWEEP-PAYMENT-DETAILS.
           MOVE 2 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-DETAIL-RECORD.
           PERFORM CHECK-ONE-PAYMENT-DETAIL
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-PAYMENT-DETAIL.
           MOVE PDT-VOUCHER-NUMBER TO LOOK-UP-VOUCHER.
           PERFORM LOOK-UP-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "PAYMENT " PDT-VOUCHER-NUMBER "/"
                      PDT-SEQUENCE
                      DELIMITED BY SIZE INTO BROKEN-KEY
               PERFORM SET-VOUCHER-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-DETAIL-RECORD.

      *------------------------------------------
      * 3. Check register -> voucher
      *------------------------------------------
       SWEEP-CHECK-REGISTER.
           MOVE 3 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-CHECK-RECORD.
           PERFORM CHECK-ONE-REGISTER-CHECK
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-REGISTER-CHECK.
           IF CHK-VOUCHER-NUMBER NOT = ZEROES
               MOVE CHK-VOUCHER-NUMBER TO LOOK-UP-VOUCHER
               PERFORM LOOK-UP-VOUCHER-RECORD
               IF VOUCHER-RECORD-FOUND = "N"
                   MOVE SPACE TO BROKEN-KEY
                   STRING "CHECK " CHK-BANK-ACCOUNT "/"
                          CHK-CHECK-NO
                          DELIMITED BY SIZE INTO BROKEN-KEY
                   PERFORM SET-VOUCHER-TARGET
                   PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-CHECK-RECORD.

      *------------------------------------------
      * 4. Receipt -> purchase order
      *------------------------------------------
       SWEEP-RECEIPTS.
           MOVE 4 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-RECEIPT-RECORD.
           PERFORM CHECK-ONE-RECEIPT
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-RECEIPT.
           MOVE RCPT-PO-NUMBER TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "RECEIPT " RCPT-PO-NUMBER "/"
                      RCPT-SEQUENCE
                      DELIMITED BY SIZE INTO BROKEN-KEY
               MOVE SPACE TO BROKEN-TARGET
               STRING "PO " RCPT-PO-NUMBER " NOT ON FILE"
                      DELIMITED BY SIZE INTO BROKEN-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-RECEIPT-RECORD.

      *------------------------------------------
      * 5. Invoice xref -> voucher
      *------------------------------------------
       SWEEP-INVOICE-XREF.
           MOVE 5 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-XREF-RECORD.
           PERFORM CHECK-ONE-XREF
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-XREF.
           MOVE XRF-VOUCHER-NUMBER TO LOOK-UP-VOUCHER.
           PERFORM LOOK-UP-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "XREF " XRF-VENDOR " " XRF-INVOICE
                      DELIMITED BY SIZE INTO BROKEN-KEY
               PERFORM SET-VOUCHER-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-XREF-RECORD.

      *------------------------------------------
      * 6. Dispute case -> voucher
      *------------------------------------------
       SWEEP-DISPUTE-CASES.
           MOVE 6 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-DISPUTE-RECORD.
           PERFORM CHECK-ONE-DISPUTE
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-DISPUTE.
           MOVE DSP-VOUCHER-NUMBER TO LOOK-UP-VOUCHER.
           PERFORM LOOK-UP-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "DISPUTE " DSP-VOUCHER-NUMBER
                      " STATUS " DSP-STATUS
                      DELIMITED BY SIZE INTO BROKEN-KEY
               PERFORM SET-VOUCHER-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-DISPUTE-RECORD.

      *------------------------------------------
      * 7. Vendor note -> vendor
      *------------------------------------------
       SWEEP-VENDOR-NOTES.
           MOVE 7 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-NOTE-RECORD.
           PERFORM CHECK-ONE-NOTE
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-NOTE.
           MOVE VNT-VENDOR TO LOOK-UP-VENDOR.
           PERFORM LOOK-UP-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "NOTE " VNT-VENDOR "/" VNT-SEQUENCE
                      DELIMITED BY SIZE INTO BROKEN-KEY
               PERFORM SET-VENDOR-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-NOTE-RECORD.

      *------------------------------------------
      * 8 and 9. Voucher-to-contract link ->
      * voucher, and -> contract, in one pass.
      *------------------------------------------
       SWEEP-CONTRACT-LINKS.
           MOVE 8 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-LINK-RECORD.
           PERFORM CHECK-ONE-LINK-VOUCHER
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.
           MOVE 9 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE ZEROES TO VCC-VOUCHER-NUMBER.
           MOVE "N" TO SCAN-AT-END.
           START VOUCHER-CONTRACT-FILE
               KEY IS NOT LESS THAN VCC-VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               PERFORM READ-NEXT-LINK-RECORD.
           PERFORM CHECK-ONE-LINK-CONTRACT
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-LINK-VOUCHER.
           MOVE VCC-VOUCHER-NUMBER TO LOOK-UP-VOUCHER.
           PERFORM LOOK-UP-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "LINK " VCC-VOUCHER-NUMBER
                      " TO " VCC-CONTRACT-ID
                      DELIMITED BY SIZE INTO BROKEN-KEY
               PERFORM SET-VOUCHER-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-LINK-RECORD.

       CHECK-ONE-LINK-CONTRACT.
           MOVE VCC-CONTRACT-ID TO VCT-CONTRACT-ID.
           PERFORM READ-CONTRACT-RECORD.
           IF CONTRACT-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "LINK " VCC-VOUCHER-NUMBER
                      " TO " VCC-CONTRACT-ID
                      DELIMITED BY SIZE INTO BROKEN-KEY
               MOVE SPACE TO BROKEN-TARGET
               STRING "CONTRACT " VCC-CONTRACT-ID " NOT ON FILE"
                      DELIMITED BY SIZE INTO BROKEN-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-LINK-RECORD.

      *------------------------------------------
      * 10. Write-off register -> voucher
      *------------------------------------------
       SWEEP-WRITE-OFFS.
           MOVE 10 TO RELATION-INDEX.
           PERFORM PRINT-RELATION-HEADING.
           MOVE "N" TO SCAN-AT-END.
           PERFORM READ-NEXT-WRITE-OFF-RECORD.
           PERFORM CHECK-ONE-WRITE-OFF
               UNTIL SCAN-AT-END = "Y".
           PERFORM PRINT-RELATION-COUNT.

       CHECK-ONE-WRITE-OFF.
           MOVE WOF-VOUCHER-NUMBER TO LOOK-UP-VOUCHER.
           PERFORM LOOK-UP-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE SPACE TO BROKEN-KEY
               STRING "WRITE-OFF " WOF-VOUCHER-NUMBER
                      " STATUS " WOF-STATUS
                      DELIMITED BY SIZE INTO BROKEN-KEY
               PERFORM SET-VOUCHER-TARGET
               PERFORM PRINT-BROKEN-LINK.
           PERFORM READ-NEXT-WRITE-OFF-RECORD.

      *------------------------------------------
      * Shared
      *------------------------------------------
      *    Live first, then the archive.
       LOOK-UP-VOUCHER-RECORD.
           MOVE LOOK-UP-VOUCHER TO VOUCHER-NUMBER.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE LOOK-UP-VOUCHER TO VCH-HIST-NUMBER
               MOVE "Y" TO VOUCHER-RECORD-FOUND
               READ VOUCHER-HISTORY-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO VOUCHER-RECORD-FOUND.

       LOOK-UP-VENDOR-RECORD.
           MOVE LOOK-UP-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       SET-VOUCHER-TARGET.
           MOVE SPACE TO BROKEN-TARGET.
           STRING "VOUCHER " LOOK-UP-VOUCHER
                  " NOT LIVE OR ARCHIVED"
                  DELIMITED BY SIZE INTO BROKEN-TARGET.

       SET-VENDOR-TARGET.
           MOVE SPACE TO BROKEN-TARGET.
           STRING "VENDOR " LOOK-UP-VENDOR " NOT ON FILE"
                  DELIMITED BY SIZE INTO BROKEN-TARGET.

      *------------------------------------------
      * Print
      *------------------------------------------
       PRINT-RELATION-HEADING.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING RELATION-INDEX ". "
                  RELATION-NAME (RELATION-INDEX)
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-BROKEN-LINK.
           ADD 1 TO RELATION-COUNT (RELATION-INDEX).
           ADD 1 TO BROKEN-TOTAL.
           MOVE SPACE TO PRINT-LINE.
           STRING "    " BROKEN-KEY " " BROKEN-TARGET
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-RELATION-COUNT.
           MOVE SPACE TO PRINT-LINE.
           IF RELATION-COUNT (RELATION-INDEX) = ZEROES
               MOVE "    NO BROKEN LINKS" TO PRINT-LINE
           ELSE
               MOVE RELATION-COUNT (RELATION-INDEX) TO COUNT-FIELD
               STRING "    " COUNT-FIELD " BROKEN LINKS"
                      DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-THE-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "SUMMARY - BROKEN LINKS BY RELATIONSHIP"
             TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-SUMMARY-LINE
               VARYING RELATION-INDEX FROM 1 BY 1
               UNTIL RELATION-INDEX > 10.
           MOVE BROKEN-TOTAL TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "    TOTAL                                   "
                  "     " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-SUMMARY-LINE.
           MOVE RELATION-COUNT (RELATION-INDEX) TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "    " RELATION-INDEX ". "
                  RELATION-NAME (RELATION-INDEX) " "
                  COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-DETAIL-RECORD.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-CHECK-RECORD.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-RECEIPT-RECORD.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-RECORD-FOUND.

       READ-NEXT-XREF-RECORD.
           READ INVOICE-XREF-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-DISPUTE-RECORD.
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-NOTE-RECORD.
           READ VENDOR-NOTE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-LINK-RECORD.
           READ VOUCHER-CONTRACT-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-CONTRACT-RECORD.
           MOVE "Y" TO CONTRACT-RECORD-FOUND.
           READ VENDOR-CONTRACT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTRACT-RECORD-FOUND.

       READ-NEXT-WRITE-OFF-RECORD.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

           COPY "pldate01.cbl".

           COPY "plprint.cbl".
