       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSTS01.
      *------------------------------------------
      * Nightly vendor invoice-status extract
      * for the vendor portal and the phone
      * response system - "did you get my
      * invoice, and when will I be paid"
      * answered without a call to AP.
      *
      * One line per vendor invoice on the
      * voucher file, carrying where it
      * stands, first match wins:
      *
      *   PAID       paid in full
      *   ON HOLD    disputed (the dispute
      *              case's reason code), or
      *              waiting on / rejected by
      *              department approval
      *   SELECTED   picked for the next
      *              check run
      *   PART PAID  paid down, balance open
      *   APPROVED   department approval given
      *   RECEIVED   vouchered, nothing else
      *              standing in the way
      *
      * A hold goes out as the vendor-safe
      * wording on the hold text table
      * (HTXMNT01), never as our internal
      * reason code.  The most recent payment
      * - date, method, check number or ACH
      * trace, and amount - comes off the
      * payment-detail file, falling back to
      * the voucher's own last-payment fields
      * for a voucher paid before that file.
      *
      * One-time payees and employee expense
      * reimbursements have no portal account
      * and are left off.  Archived vouchers
      * drop off the extract once VCHARC01
      * moves them to history.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "sldsput.cbl".

           COPY "slpaydtl.cbl".

           COPY "slhldtxt.cbl".

           COPY "slvndsts.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fddsput.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fdhldtxt.cbl".

           COPY "fdvndsts.cbl".

       WORKING-STORAGE SECTION.

       77  VOUCHER-AT-END              PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DISPUTE-RECORD-FOUND        PIC X(01).
       77  HOLD-TEXT-RECORD-FOUND      PIC X(01).
       77  LAST-PAYMENT-FOUND          PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  HOLD-REASON                 PIC X(04).
       77  LAST-PAY-DATE               PIC 9(08).
       77  LAST-PAY-AMOUNT             PIC S9(6)V99.
       77  LAST-PAY-CHECK-NO           PIC 9(06).
       77  LAST-PAY-METHOD             PIC X(01).

       77  AMOUNT-IN-CENTS             PIC S9(10).
       77  STATUS-LINE-COUNT           PIC 9(07) VALUE ZERO.
       77  STATUS-TOTAL-IN-CENTS       PIC S9(12) VALUE ZERO.
       77  HELD-COUNT                  PIC 9(07) VALUE ZERO.

      *------------------------------------------
      * The extract lines.  Amounts are in
      * cents with a leading sign, the way the
      * portal's loader reads them.
      *------------------------------------------
       01  STATUS-DETAIL-RECORD.
           05 VSD-RECORD-TYPE          PIC X(01) VALUE "D".
           05 VSD-VENDOR               PIC 9(05).
           05 VSD-INVOICE              PIC X(15).
           05 VSD-VOUCHER-NUMBER       PIC 9(07).
           05 VSD-COMPANY              PIC 9(01).
           05 VSD-INVOICE-DATE         PIC 9(08).
           05 VSD-RECEIVED-DATE        PIC 9(08).
           05 VSD-INVOICE-AMOUNT       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05 VSD-DUE-DATE             PIC 9(08).
           05 VSD-STATUS               PIC X(10).
           05 VSD-HOLD-TEXT            PIC X(50).
           05 VSD-PAID-TO-DATE         PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05 VSD-PAYMENT-DATE         PIC 9(08).
           05 VSD-PAYMENT-METHOD       PIC X(07).
           05 VSD-PAYMENT-REFERENCE    PIC X(15).
           05 VSD-PAYMENT-AMOUNT       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(04) VALUE SPACE.

       01  STATUS-TRAILER-RECORD.
           05 VST-RECORD-TYPE          PIC X(01) VALUE "T".
           05 VST-RUN-DATE             PIC 9(08).
           05 VST-LINE-COUNT           PIC 9(07).
           05 VST-TOTAL-AMOUNT         PIC S9(12)
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(151) VALUE SPACE.

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
           OPEN INPUT DISPUTE-CASE-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN INPUT HOLD-TEXT-FILE.
           OPEN OUTPUT VENDOR-STATUS-FILE.

       CLOSING-PROCEDURE.
           PERFORM WRITE-STATUS-TRAILER.
           CLOSE VOUCHER-FILE.
           CLOSE DISPUTE-CASE-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE HOLD-TEXT-FILE.
           CLOSE VENDOR-STATUS-FILE.
           DISPLAY "INVOICE STATUS LINES WRITTEN: "
                   STATUS-LINE-COUNT.
           DISPLAY "OF THEM ON HOLD:              " HELD-COUNT.

       MAIN-PROCESS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM EXTRACT-ONE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

       EXTRACT-ONE-VOUCHER.
           IF VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
              VOUCHER-ONE-TIME-FLAG NOT = "E"
               PERFORM BUILD-STATUS-DETAIL
               PERFORM WRITE-STATUS-DETAIL.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       BUILD-STATUS-DETAIL.
           MOVE VOUCHER-VENDOR        TO VSD-VENDOR.
           MOVE VOUCHER-INVOICE       TO VSD-INVOICE.
           MOVE VOUCHER-NUMBER        TO VSD-VOUCHER-NUMBER.
           MOVE VOUCHER-COMPANY       TO VSD-COMPANY.
           MOVE VOUCHER-DATE          TO VSD-INVOICE-DATE.
           MOVE VOUCHER-RECEIVED-DATE TO VSD-RECEIVED-DATE.
           MOVE VOUCHER-DUE           TO VSD-DUE-DATE.
           COMPUTE AMOUNT-IN-CENTS = VOUCHER-AMOUNT * 100.
           MOVE AMOUNT-IN-CENTS TO VSD-INVOICE-AMOUNT.
           ADD AMOUNT-IN-CENTS TO STATUS-TOTAL-IN-CENTS.
           COMPUTE AMOUNT-IN-CENTS = VOUCHER-PAID-AMOUNT * 100.
           MOVE AMOUNT-IN-CENTS TO VSD-PAID-TO-DATE.
           MOVE SPACE TO VSD-HOLD-TEXT.
           PERFORM SET-INVOICE-STATUS.
           PERFORM SET-LAST-PAYMENT.

      *------------------------------------------
      * Where the invoice stands - first match
      * wins, in the order the program header
      * lists them.
      *------------------------------------------
       SET-INVOICE-STATUS.
           MOVE SPACE TO HOLD-REASON.
           IF VOUCHER-OPEN-ITEM = "N" AND
              VOUCHER-PAID-AMOUNT NOT = ZEROES
               MOVE "PAID"      TO VSD-STATUS
           ELSE
           IF VOUCHER-DISPUTED = "Y"
               PERFORM SET-DISPUTE-REASON
           ELSE
           IF VOUCHER-APPROVAL-STATUS = "P"
               MOVE "APPR"      TO HOLD-REASON
           ELSE
           IF VOUCHER-APPROVAL-STATUS = "R"
               MOVE "RJCT"      TO HOLD-REASON
           ELSE
           IF VOUCHER-SELECTED = "Y"
               MOVE "SELECTED"  TO VSD-STATUS
           ELSE
           IF VOUCHER-PAID-AMOUNT NOT = ZEROES
               MOVE "PART PAID" TO VSD-STATUS
           ELSE
           IF VOUCHER-APPROVAL-STATUS = "A"
               MOVE "APPROVED"  TO VSD-STATUS
           ELSE
               MOVE "RECEIVED"  TO VSD-STATUS.
           IF HOLD-REASON NOT = SPACE
               MOVE "ON HOLD"   TO VSD-STATUS
               PERFORM SET-HOLD-TEXT
               ADD 1 TO HELD-COUNT.

      * A disputed voucher with no case on
      * file still holds - it goes out with
      * the general wording.
       SET-DISPUTE-REASON.
           MOVE VOUCHER-NUMBER TO DSP-VOUCHER-NUMBER.
           PERFORM READ-DISPUTE-RECORD.
           IF DISPUTE-RECORD-FOUND = "Y" AND
              DSP-REASON-CODE NOT = SPACE
               MOVE DSP-REASON-CODE TO HOLD-REASON
           ELSE
               MOVE "????" TO HOLD-REASON.

       SET-HOLD-TEXT.
           MOVE HOLD-REASON TO HTX-REASON-CODE.
           PERFORM READ-HOLD-TEXT-RECORD.
           IF HOLD-TEXT-RECORD-FOUND = "Y"
               MOVE HTX-VENDOR-TEXT TO VSD-HOLD-TEXT
           ELSE
           IF HOLD-REASON = "APPR"
               MOVE "AWAITING INTERNAL APPROVAL" TO VSD-HOLD-TEXT
           ELSE
               MOVE "UNDER REVIEW - PLEASE CONTACT ACCOUNTS PAYABLE"
                   TO VSD-HOLD-TEXT.

      *------------------------------------------
      * The most recent payment.  The last
      * payment-detail row for the voucher is
      * the latest; a voucher paid before that
      * file existed has none and falls back to
      * the voucher's last-payment fields.
      *------------------------------------------
       SET-LAST-PAYMENT.
           MOVE "N" TO LAST-PAYMENT-FOUND.
           PERFORM WALK-PAYMENT-DETAILS.
           IF LAST-PAYMENT-FOUND = "N" AND
              VOUCHER-PAID-DATE NOT = ZEROES
               MOVE "Y"                         TO LAST-PAYMENT-FOUND
               MOVE VOUCHER-PAID-DATE           TO LAST-PAY-DATE
               MOVE VOUCHER-LAST-PAYMENT-AMOUNT TO LAST-PAY-AMOUNT
               MOVE VOUCHER-CHECK-NO            TO LAST-PAY-CHECK-NO
               IF VOUCHER-ACH-TRACE NOT = SPACE
                   MOVE "A" TO LAST-PAY-METHOD
               ELSE
                   MOVE "C" TO LAST-PAY-METHOD.
           IF LAST-PAYMENT-FOUND = "N"
               MOVE ZEROES TO VSD-PAYMENT-DATE
                              VSD-PAYMENT-AMOUNT
               MOVE SPACE  TO VSD-PAYMENT-METHOD
                              VSD-PAYMENT-REFERENCE
           ELSE
               PERFORM SET-PAYMENT-FIELDS.

      * Method in plain words; the reference is
      * the check number, or the NACHA trace
      * the vendor's bank can find an ACH by.
       SET-PAYMENT-FIELDS.
           MOVE LAST-PAY-DATE TO VSD-PAYMENT-DATE.
           COMPUTE AMOUNT-IN-CENTS = LAST-PAY-AMOUNT * 100.
           MOVE AMOUNT-IN-CENTS TO VSD-PAYMENT-AMOUNT.
           MOVE SPACE TO VSD-PAYMENT-REFERENCE.
           MOVE LAST-PAY-CHECK-NO TO VSD-PAYMENT-REFERENCE.
           IF LAST-PAY-METHOD = "A"
               MOVE "ACH"    TO VSD-PAYMENT-METHOD
               MOVE VOUCHER-ACH-TRACE TO VSD-PAYMENT-REFERENCE
           ELSE
           IF LAST-PAY-METHOD = "W"
               MOVE "WIRE"   TO VSD-PAYMENT-METHOD
           ELSE
           IF LAST-PAY-METHOD = "V"
               MOVE "CARD"   TO VSD-PAYMENT-METHOD
           ELSE
           IF LAST-PAY-METHOD = "X" OR
              LAST-PAY-METHOD = "R"
               MOVE "CREDIT" TO VSD-PAYMENT-METHOD
               MOVE SPACE    TO VSD-PAYMENT-REFERENCE
           ELSE
           IF LAST-PAY-METHOD = "D"
               MOVE "DEPOSIT" TO VSD-PAYMENT-METHOD
               MOVE SPACE    TO VSD-PAYMENT-REFERENCE
           ELSE
               MOVE "CHECK"  TO VSD-PAYMENT-METHOD.

       WALK-PAYMENT-DETAILS.
           MOVE VOUCHER-NUMBER TO PDT-VOUCHER-NUMBER.
           MOVE ZEROES TO PDT-SEQUENCE.
           MOVE "N" TO DETAIL-AT-END.
           START PAYMENT-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
               INVALID KEY MOVE "Y" TO DETAIL-AT-END.
           PERFORM READ-ONE-PAYMENT-DETAIL
               UNTIL DETAIL-AT-END = "Y".

      * A WOFRUN01 write-off row ("O") paid the
      * vendor nothing, so it is never the last
      * payment.
       READ-ONE-PAYMENT-DETAIL.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                   MOVE "Y" TO DETAIL-AT-END
               ELSE
               IF PDT-METHOD NOT = "O"
                   MOVE "Y"          TO LAST-PAYMENT-FOUND
                   MOVE PDT-DATE     TO LAST-PAY-DATE
                   MOVE PDT-AMOUNT   TO LAST-PAY-AMOUNT
                   MOVE PDT-CHECK-NO TO LAST-PAY-CHECK-NO
                   MOVE PDT-METHOD   TO LAST-PAY-METHOD.

      *------------------------------------------
      * Extract lines
      *------------------------------------------
       WRITE-STATUS-DETAIL.
           MOVE STATUS-DETAIL-RECORD TO VENDOR-STATUS-RECORD.
           WRITE VENDOR-STATUS-RECORD.
           ADD 1 TO STATUS-LINE-COUNT.

       WRITE-STATUS-TRAILER.
           MOVE RUN-DATE              TO VST-RUN-DATE.
           MOVE STATUS-LINE-COUNT     TO VST-LINE-COUNT.
           MOVE STATUS-TOTAL-IN-CENTS TO VST-TOTAL-AMOUNT.
           MOVE STATUS-TRAILER-RECORD TO VENDOR-STATUS-RECORD.
           WRITE VENDOR-STATUS-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-DISPUTE-RECORD.
           MOVE "Y" TO DISPUTE-RECORD-FOUND.
           READ DISPUTE-CASE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO DISPUTE-RECORD-FOUND.

       READ-HOLD-TEXT-RECORD.
           MOVE "Y" TO HOLD-TEXT-RECORD-FOUND.
           READ HOLD-TEXT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HOLD-TEXT-RECORD-FOUND.
