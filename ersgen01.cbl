       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERSGEN01.
      *------------------------------------------
      * Nightly evaluated receipt settlement.
      * A vendor carrying VENDOR-ERS-FLAG "Y"
      * has agreed to be paid on what the dock
      * receives, at the PO price, with no
      * invoice at all.  This job reads every
      * receipt on RECEIPT-FILE, and for each
      * one against an ERS vendor's PO it
      * generates the voucher the invoice
      * would have produced: quantity received
      * times the PO line's unit price, coded
      * to the PO's GL account and job,
      * matched to the PO so PO-VOUCHERED-
      * AMOUNT moves the way VCHMNT01 moves
      * it.
      *
      * The self-billed invoice number is
      * "ERS" plus the PO number, a dash and
      * the receipt sequence - one receipt,
      * one invoice number, forever.  Before
      * anything is written the job looks that
      * number up on the invoice cross-
      * reference; a hit means the receipt was
      * vouchered on an earlier night, so a
      * re-run (or the next night's run)
      * never vouchers the same receipt twice.
      *
      * Left for a clerk, and listed as
      * exceptions rather than vouchered:
      * returns (RCPT-TYPE "T" - the expected
      * credit covers them), receipts with no
      * PO line to price from, a closed PO, a
      * receipt that would carry the PO past
      * PO-AMOUNT (VCHMNT01's supervisor
      * override territory), a vendor on
      * hold, and a PO charged to a job that
      * is closed or not on the job master.
      * The hold, over-PO and job cases are
      * not cross-referenced, so they are
      * picked up again the first night they
      * clear.
      *
      * Every voucher generated is also
      * written to ERS-NOTICE-FILE - the
      * self-billing notice the vendor matches
      * its receivables against in place of
      * the invoice it no longer sends.
      *
      * The voucher follows INTGEN01's
      * pattern - numbered off the control
      * record, logged to the skipped-voucher
      * file, cross-referenced, and accrued
      * against AP the way VCHMNT01 books an
      * entered voucher.  The due date comes
      * from the vendor's terms counted from
      * the receipt date.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slrcpt.cbl".

           COPY "slpurord.cbl".

           COPY "slpoline.cbl".

           COPY "slcontrl.cbl".

           COPY "slskpvch.cbl".

           COPY "slperiod.cbl".

           COPY "slinvxrf.cbl".

           COPY "slglpost.cbl".

           COPY "slersntc.cbl".

           COPY "sljobmst.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdpurord.cbl".

           COPY "fdpoline.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdskpvch.cbl".

           COPY "fdperiod.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdglpost.cbl".

           COPY "fdersntc.cbl".

           COPY "fdjobmst.cbl".

       WORKING-STORAGE SECTION.

       77  RECEIPT-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  PO-RECORD-FOUND             PIC X(01).
       77  PO-LINE-RECORD-FOUND        PIC X(01).
       77  XREF-RECORD-FOUND           PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  JOB-RECORD-FOUND            PIC X(01).
       77  RUN-PERIOD-IS-OPEN          PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).

       77  ERS-INVOICE                 PIC X(15).
       77  ERS-AMOUNT                  PIC S9(6)V99.
       77  ERS-GL-ACCOUNT              PIC 9(06).
       77  EXCEPTION-REASON            PIC X(40).

       77  GENERATED-COUNT             PIC 9(05) VALUE ZERO.
       77  EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.
       77  REGISTER-TOTAL              PIC S9(08)V99 VALUE ZERO.

       77  GL-INDEX                    PIC 9(01).

           COPY "wscompny.cbl".

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  VOUCHER-AMOUNT-FIELD        PIC ZZZ,ZZ9.99-.
       77  QUANTITY-FIELD              PIC ZZ,ZZ9.
       77  REGISTER-TOTAL-FIELD        PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wsvjrnl.cbl".

           COPY "wsterms.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF RUN-PERIOD-IS-OPEN = "Y"
               PERFORM MAIN-PROCESS
           ELSE
               DISPLAY "*** RUN DATE FALLS IN A CLOSED ACCOUNTING "
                       "PERIOD - NOTHING GENERATED ***".
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
           MOVE "ERSGEN01" TO JRN-PROGRAM.
           OPEN INPUT RECEIPT-FILE.
           OPEN I-O PURCHASE-ORDER-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O SKIPPED-VOUCHER-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN EXTEND GL-POST-FILE.
           OPEN OUTPUT ERS-NOTICE-FILE.
           OPEN INPUT JOB-FILE.
           PERFORM SET-COMPANY-CODE.
           PERFORM CHECK-RUN-PERIOD.
           PERFORM DISPLAY-REGISTER-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-REGISTER-TOTAL.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ERS-NOTICE-FILE.
           CLOSE JOB-FILE.

      *------------------------------------------
      * Closed-period lock - same edit VCHMNT01
      * makes on a keyed voucher date.
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

       MAIN-PROCESS.
           PERFORM POSITION-RECEIPTS.
           PERFORM EXAMINE-THE-RECEIPTS
               UNTIL RECEIPT-AT-END = "Y".

       POSITION-RECEIPTS.
           MOVE ZEROES TO RCPT-KEY.
           MOVE "N" TO RECEIPT-AT-END.
           START RECEIPT-FILE
               KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-AT-END.

       EXAMINE-THE-RECEIPTS.
           PERFORM READ-NEXT-RECEIPT-RECORD.
           IF RECEIPT-AT-END = "N" AND
              RCPT-QUANTITY NOT = ZEROES
               PERFORM EXAMINE-ONE-RECEIPT.

      *------------------------------------------
      * Only a receipt against an ERS vendor's
      * PO is this job's business - everything
      * else is skipped without comment.  Once
      * the vendor is known to be ERS, the
      * cross-reference says whether this
      * receipt has already been vouchered;
      * after that every refusal is listed.
      *------------------------------------------
       EXAMINE-ONE-RECEIPT.
           MOVE RCPT-PO-NUMBER TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "Y"
               MOVE PO-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y" AND
                  VENDOR-ERS-FLAG = "Y"
                   PERFORM BUILD-ERS-INVOICE
                   PERFORM CHECK-ALREADY-VOUCHERED
                   IF XREF-RECORD-FOUND = "N"
                       PERFORM SETTLE-ONE-RECEIPT.

       SETTLE-ONE-RECEIPT.
           MOVE SPACE TO EXCEPTION-REASON.
           PERFORM EDIT-ERS-RECEIPT.
           IF EXCEPTION-REASON = SPACE AND
              PO-JOB NOT = ZEROES
               PERFORM EDIT-ERS-JOB.
           IF EXCEPTION-REASON = SPACE
               PERFORM GENERATE-ERS-VOUCHER
           ELSE
               PERFORM DISPLAY-EXCEPTION-LINE.

      *------------------------------------------
      * "ERS" + PO + "-" + receipt sequence.
      *------------------------------------------
       BUILD-ERS-INVOICE.
           MOVE SPACE TO ERS-INVOICE.
           MOVE "ERS"          TO ERS-INVOICE(1:3).
           MOVE RCPT-PO-NUMBER TO ERS-INVOICE(4:6).
           MOVE "-"            TO ERS-INVOICE(10:1).
           MOVE RCPT-SEQUENCE  TO ERS-INVOICE(11:3).

       CHECK-ALREADY-VOUCHERED.
           MOVE VENDOR-NUMBER TO XRF-VENDOR.
           MOVE ERS-INVOICE   TO XRF-INVOICE.
           MOVE "Y" TO XREF-RECORD-FOUND.
           READ INVOICE-XREF-FILE RECORD
               INVALID KEY
                  MOVE "N" TO XREF-RECORD-FOUND.

      *------------------------------------------
      * The refusals, in the order a clerk
      * would check them.  A return never
      * settles here; the price comes only
      * from the PO line the receipt names.
      *------------------------------------------
       EDIT-ERS-RECEIPT.
           IF RCPT-TYPE = "T"
               MOVE "RETURN - EXPECTED CREDIT COVERS IT"
                 TO EXCEPTION-REASON
           ELSE
           IF VENDOR-STATUS = "H"
               MOVE "VENDOR ON HOLD - RETRIED NEXT RUN"
                 TO EXCEPTION-REASON
           ELSE
           IF PO-STATUS = "C"
               MOVE "PO IS CLOSED - VOUCHER BY HAND"
                 TO EXCEPTION-REASON
           ELSE
           IF RCPT-LINE-NUMBER = ZEROES
               MOVE "NO PO LINE TO PRICE FROM"
                 TO EXCEPTION-REASON
           ELSE
               PERFORM PRICE-THE-RECEIPT.

       PRICE-THE-RECEIPT.
           MOVE RCPT-PO-NUMBER   TO POL-PO-NUMBER.
           MOVE RCPT-LINE-NUMBER TO POL-LINE-NUMBER.
           PERFORM READ-PO-LINE-RECORD.
           IF PO-LINE-RECORD-FOUND = "N"
               MOVE "PO LINE NOT ON FILE"
                 TO EXCEPTION-REASON
           ELSE
               COMPUTE ERS-AMOUNT ROUNDED =
                   RCPT-QUANTITY * POL-UNIT-PRICE
               IF ERS-AMOUNT NOT > ZERO
                   MOVE "PO LINE HAS NO UNIT PRICE"
                     TO EXCEPTION-REASON
               ELSE
               IF PO-VOUCHERED-AMOUNT + ERS-AMOUNT > PO-AMOUNT
                   MOVE "WOULD EXCEED PO AMOUNT - NEEDS OVERRIDE"
                     TO EXCEPTION-REASON.

      *    The same job edit EDIINV01 makes - cost
      *    on a closed job goes to a clerk, not
      *    onto the job.
       EDIT-ERS-JOB.
           MOVE PO-JOB TO JOB-NUMBER.
           PERFORM READ-JOB-RECORD.
           IF JOB-RECORD-FOUND = "N"
               MOVE "JOB NOT ON THE JOB MASTER"
                 TO EXCEPTION-REASON
           ELSE
           IF JOB-STATUS NOT = "O"
               MOVE "JOB IS CLOSED - VOUCHER BY HAND"
                 TO EXCEPTION-REASON.

      *------------------------------------------
      * The settlement voucher, and everything
      * that hangs off it.
      *------------------------------------------
       GENERATE-ERS-VOUCHER.
           PERFORM INIT-VOUCHER-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-ERS-VOUCHER.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
           PERFORM WRITE-INVOICE-XREF.
           PERFORM POST-ERS-ACCRUAL.
           PERFORM UPDATE-PO-VOUCHERED-AMOUNT.
           PERFORM WRITE-ERS-NOTICE.
           ADD VOUCHER-AMOUNT TO REGISTER-TOTAL.
           ADD 1 TO GENERATED-COUNT.
           PERFORM DISPLAY-REGISTER-LINE.

      *------------------------------------------
      * Clear the whole record before building
      * it field by field - same reasoning as
      * RCVGEN01.
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
                          VOUCHER-PO-NUMBER
                          VOUCHER-PERIOD
                          VOUCHER-RECEIVED-DATE
                          VOUCHER-LAST-PAYMENT-AMOUNT
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

      *------------------------------------------
      * Coded to the PO's own GL account, or
      * the received-not-invoiced expense
      * account for an older PO without one -
      * the same choice RNIACC01 makes when it
      * accrues the receipt.  The terms clock
      * starts on the day the goods arrived.
      *------------------------------------------
       BUILD-ERS-VOUCHER.
           MOVE VENDOR-NUMBER    TO VOUCHER-VENDOR.
           MOVE ERS-INVOICE      TO VOUCHER-INVOICE.
           MOVE POL-DESCRIPTION  TO VOUCHER-FOR.
           MOVE ERS-AMOUNT       TO VOUCHER-AMOUNT.
           MOVE ERS-AMOUNT       TO VOUCHER-FOREIGN-AMOUNT.
           MOVE RUN-DATE         TO VOUCHER-DATE.
           MOVE RUN-DATE(1:6)    TO VOUCHER-PERIOD.
           MOVE RCPT-DATE        TO VOUCHER-RECEIVED-DATE.
           MOVE RCPT-PO-NUMBER   TO VOUCHER-PO-NUMBER.
           MOVE COMPANY-CODE     TO VOUCHER-COMPANY.
           MOVE "N"              TO VOUCHER-DEDUCTIBLE.
           MOVE RCPT-DATE        TO TERM-BASE-DATE.
           MOVE RCPT-DATE        TO TERM-RECEIVED-DATE.
           PERFORM COMPUTE-TERMS-DATES.
           MOVE TERM-NET-DATE    TO VOUCHER-DUE.
           PERFORM READ-CONTROL-RECORD.
           IF PO-GL-ACCOUNT NOT = ZEROES
               MOVE PO-GL-ACCOUNT TO ERS-GL-ACCOUNT
           ELSE
               MOVE CONTROL-RNI-EXP-ACCOUNT TO ERS-GL-ACCOUNT.
           MOVE 1                TO VOUCHER-GL-DIST-COUNT.
           MOVE ERS-GL-ACCOUNT   TO VOUCHER-GL-ACCOUNT (1).
           MOVE ERS-AMOUNT       TO VOUCHER-GL-AMOUNT (1).
           MOVE PO-JOB           TO VOUCHER-GL-LINE-JOB (1).

      *------------------------------------------
      * The expense books the moment the
      * voucher exists - same ACR pair
      * VCHMNT01 writes at entry.
      *------------------------------------------
       POST-ERS-ACCRUAL.
           MOVE ERS-GL-ACCOUNT          TO GLP-ACCOUNT.
           MOVE VOUCHER-AMOUNT          TO GLP-AMOUNT.
           PERFORM WRITE-ACCRUAL-POST-RECORD.
           MOVE CONTROL-AP-ACCOUNT      TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - VOUCHER-AMOUNT.
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ACCRUAL-POST-RECORD.
           MOVE RUN-DATE       TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES         TO GLP-CHECK-NO.
           MOVE "ACR"          TO GLP-SOURCE.
           MOVE COMPANY-CODE   TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

      *------------------------------------------
      * Roll the settlement into the PO's
      * invoiced-to-date total, exactly as
      * VCHMNT01 does once an ADD commits.
      * The PO record is still in the buffer
      * from the examine step.
      *------------------------------------------
       UPDATE-PO-VOUCHERED-AMOUNT.
           ADD VOUCHER-AMOUNT TO PO-VOUCHERED-AMOUNT.
           PERFORM REWRITE-PO-RECORD.

       WRITE-ERS-NOTICE.
           MOVE VOUCHER-VENDOR   TO ERN-VENDOR.
           MOVE VOUCHER-INVOICE  TO ERN-INVOICE.
           MOVE RUN-DATE         TO ERN-RUN-DATE.
           MOVE RCPT-PO-NUMBER   TO ERN-PO-NUMBER.
           MOVE RCPT-LINE-NUMBER TO ERN-PO-LINE.
           MOVE RCPT-SEQUENCE    TO ERN-RECEIPT-SEQUENCE.
           MOVE RCPT-DATE        TO ERN-RECEIPT-DATE.
           MOVE POL-ITEM         TO ERN-ITEM.
           MOVE RCPT-QUANTITY    TO ERN-QUANTITY.
           MOVE POL-UNIT-PRICE   TO ERN-UNIT-PRICE.
           MOVE VOUCHER-AMOUNT   TO ERN-AMOUNT.
           MOVE VOUCHER-DUE      TO ERN-DUE-DATE.
           MOVE VOUCHER-NUMBER   TO ERN-VOUCHER-NUMBER.
           WRITE ERS-NOTICE-RECORD.

      *------------------------------------------
      * Voucher numbering - same pattern as
      * VCHMNT01's ADD-MODE.
      *------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
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
      * Settlement register
      *------------------------------------------
       DISPLAY-REGISTER-HEADING.
           DISPLAY " ".
           DISPLAY "EVALUATED RECEIPT SETTLEMENT - RUN DATE "
                   RUN-DATE.
           DISPLAY " ".
           DISPLAY "VOUCHER  VENDOR INVOICE           QTY"
                   "      AMOUNT".

       DISPLAY-REGISTER-LINE.
           MOVE VOUCHER-NUMBER  TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-AMOUNT  TO VOUCHER-AMOUNT-FIELD.
           MOVE RCPT-QUANTITY   TO QUANTITY-FIELD.
           DISPLAY VOUCHER-NUMBER-FIELD
                   "  " VOUCHER-VENDOR
                   "  " VOUCHER-INVOICE
                   " " QUANTITY-FIELD
                   " " VOUCHER-AMOUNT-FIELD.

       DISPLAY-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           DISPLAY "*** NOT VOUCHERED   " VENDOR-NUMBER
                   "  " ERS-INVOICE " " EXCEPTION-REASON.

       DISPLAY-REGISTER-TOTAL.
           MOVE REGISTER-TOTAL TO REGISTER-TOTAL-FIELD.
           DISPLAY " ".
           DISPLAY "SETTLEMENT VOUCHERS GENERATED: " GENERATED-COUNT.
           DISPLAY "RECEIPTS LEFT FOR A CLERK:     " EXCEPTION-COUNT.
           DISPLAY "TOTAL SETTLED:                 "
                   REGISTER-TOTAL-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-RECEIPT-RECORD.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-AT-END.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-RECORD-FOUND.

       REWRITE-PO-RECORD.
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PURCHASE ORDER".

       READ-PO-LINE-RECORD.
           MOVE "Y" TO PO-LINE-RECORD-FOUND.
           READ PO-LINE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-LINE-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-ADD.

       READ-JOB-RECORD.
           MOVE "Y" TO JOB-RECORD-FOUND.
           READ JOB-FILE RECORD
               INVALID KEY
                  MOVE "N" TO JOB-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

           COPY "plvjrnl.cbl".

           COPY "plterms.cbl".

           COPY "plvopen.cbl".
