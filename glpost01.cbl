      * entered ("ACR" lines debiting the coded
      * distribution and crediting CONTROL-AP-
      * ACCOUNT), so this program must NOT post
      * the expense again.  Instead it reads
      * VOUCHER-FILE, on the paid-date alternate
      * key, for every voucher CHKRUN01
      * paid on this run date - a paper check or
      * an ACH payment both stamp VOUCHER-PAID-
      * DATE, so that alone is the test here -
      * never bounces over an unknown account.
      * It never touches VOUCHER-FILE; it only
      * reads what CHKRUN01 already wrote.
      *
      * An ICSSET01 settlement voucher booked
      * nothing when it was written, so paying
      * it is where the settlement happens: the
      * AP credit it never had, the ICO pair
      * that clears CONTROL-INTERCO-ACCOUNT on
      * both companies' books, and the cash
      * the owed company receives.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  RUN-CONTROL-FOUND           PIC X(01).
       77  OVERRIDE-OPERATOR-ID        PIC X(08).
       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.
       77  COMPANY-CODE                PIC 9(01).
       77  POST-SOURCE                 PIC X(03).
       77  POST-COMPANY                PIC 9(01).
       77  OWN-INTERCO-ACCOUNT         PIC 9(06).
       77  SETTLED-COMPANY             PIC 9(01).
       77  SETTLED-INTERCO-ACCOUNT     PIC 9(06).
       77  SETTLED-CASH-ACCOUNT        PIC 9(06).
       77  SETTLED-VENDOR              PIC 9(05).

           COPY "wscase01.cbl".


       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT CONTROL-FILE.
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               MOVE "N" TO RUN-PERIOD-IS-OPEN.

      *------------------------------------------
      * The paid-date key starts the read at
      * this run date's payments and READ-NEXT-
      * VOUCHER-RECORD stops it at the first
      * voucher paid on any other date.
      *------------------------------------------
       MAIN-PROCESS.
           MOVE RUN-DATE TO VOUCHER-PAID-DATE.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-PAID-DATE
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM POST-THE-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".

      *    row whose writer posted its own GL pair at entry -
      *    "M" manual (MANPAY01), "D" advance application and
      *    "R" vendor-receipt application (VCHMNT01/VRCMNT01,
      *    sources "ADV"/"RCT"), "O" write-off (WOFRUN01,
      *    source "WOF") - is skipped, while a check-
      *    run payment riding the same voucher on the same
      *    date still posts.  The old per-voucher skip dropped
      *    the legitimate payment whenever the two shared a
                   IF PDT-DATE = RUN-DATE AND
                      PDT-METHOD NOT = "M" AND
                      PDT-METHOD NOT = "D" AND
                      PDT-METHOD NOT = "R" AND
                      PDT-METHOD NOT = "O"
                       PERFORM POST-ONE-PAYMENT-ROW.

       POST-ONE-PAYMENT-ROW.
               PERFORM POST-NRA-SIDE.
           IF THIS-FXGL NOT = ZEROES
               PERFORM POST-FXGL-SIDE.
           IF VOUCHER-INVOICE (1:4) = "ICS-"
               PERFORM CHECK-SETTLEMENT-VOUCHER.

       GET-TABLE-DISCOUNT.
           IF VOUCHER-PAYMENT-DATE (PAYMENT-SLOT) = RUN-DATE
           COMPUTE GLP-AMOUNT = ZERO - THIS-FXGL.
           PERFORM WRITE-GL-POST-RECORD.

      *------------------------------------------
      * An ICS- invoice is only a settlement
      * when the payee really is the owed
      * company's intercompany vendor - a
      * vendor's own invoice that happens to
      * start ICS- was accrued at entry like
      * any other and needs nothing more.
      *------------------------------------------
       CHECK-SETTLEMENT-VOUCHER.
           MOVE ZEROES TO SETTLED-VENDOR.
           IF VOUCHER-INVOICE (15:1) IS NUMERIC AND
              VOUCHER-INVOICE (15:1) NOT = "0"
               MOVE VOUCHER-INVOICE (15:1) TO SETTLED-COMPANY
               PERFORM READ-SETTLED-COMPANY-CONTROL.
           IF SETTLED-VENDOR NOT = ZEROES AND
              SETTLED-VENDOR = VOUCHER-VENDOR AND
              SETTLED-COMPANY NOT = COMPANY-CODE
               PERFORM POST-SETTLEMENT-CLEARING.

      *------------------------------------------
      * Our books: the AP credit the voucher
      * never booked (the AP relief above
      * takes it straight back out) and the
      * debit clearing our due-to.  Theirs:
      * the credit clearing their due-from,
      * and the cash coming in.  The two
      * interco lines go out back to back
      * under one voucher number - an ICO
      * pair like VCHMNT01's, so ICBRPT01
      * still nets to zero and ICSSET01 sees
      * the position come down.
      *------------------------------------------
       POST-SETTLEMENT-CLEARING.
           MOVE CONTROL-AP-ACCOUNT  TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - THIS-PAYMENT-AMOUNT.
           MOVE "ACR"               TO POST-SOURCE.
           MOVE COMPANY-CODE        TO POST-COMPANY.
           PERFORM WRITE-TAGGED-POST-RECORD.
           MOVE OWN-INTERCO-ACCOUNT TO GLP-ACCOUNT.
           MOVE THIS-PAYMENT-AMOUNT TO GLP-AMOUNT.
           MOVE "ICO"               TO POST-SOURCE.
           MOVE COMPANY-CODE        TO POST-COMPANY.
           PERFORM WRITE-TAGGED-POST-RECORD.
           MOVE SETTLED-INTERCO-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT = ZERO - THIS-PAYMENT-AMOUNT.
           MOVE "ICO"               TO POST-SOURCE.
           MOVE SETTLED-COMPANY     TO POST-COMPANY.
           PERFORM WRITE-TAGGED-POST-RECORD.
           MOVE SETTLED-CASH-ACCOUNT TO GLP-ACCOUNT.
           MOVE THIS-PAYMENT-AMOUNT TO GLP-AMOUNT.
           MOVE "PAY"               TO POST-SOURCE.
           MOVE SETTLED-COMPANY     TO POST-COMPANY.
           PERFORM WRITE-TAGGED-POST-RECORD.

       DISPLAY-EXTRACT-TOTALS.
           DISPLAY " ".
           DISPLAY "GL POSTING EXTRACT - RUN DATE " RUN-DATE.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-PAID-DATE NOT = RUN-DATE
                   MOVE "Y" TO VOUCHER-AT-END
               ELSE
                   ADD 1 TO VOUCHERS-READ.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

      *------------------------------------------
      * The owed company's interco account,
      * cash account and vendor number - then
      * our own control record back, the rest
      * of the run still needs it.
      *------------------------------------------
       READ-SETTLED-COMPANY-CONTROL.
           MOVE CONTROL-INTERCO-ACCOUNT TO OWN-INTERCO-ACCOUNT.
           MOVE SETTLED-COMPANY TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-INTERCO-ACCOUNT
                   TO SETTLED-INTERCO-ACCOUNT
               MOVE CONTROL-CASH-ACCOUNT TO SETTLED-CASH-ACCOUNT
               MOVE CONTROL-INTERCO-VENDOR TO SETTLED-VENDOR.
           PERFORM READ-CONTROL-RECORD.

       WRITE-RUN-CONTROL-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE "GLPOST01" TO RNC-PROGRAM.
           MOVE RUN-DATE   TO RNC-RUN-DATE.
           MOVE COMPANY-CODE TO RNC-COMPANY.
           MOVE RUN-TIME   TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
      * down by fixing the voucher's coding.
      *------------------------------------------
       WRITE-GL-POST-RECORD.
           MOVE "PAY"           TO POST-SOURCE.
           MOVE COMPANY-CODE    TO POST-COMPANY.
           PERFORM WRITE-TAGGED-POST-RECORD.

       WRITE-TAGGED-POST-RECORD.
           MOVE RUN-DATE        TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER  TO GLP-VOUCHER-NUMBER.
           MOVE VOUCHER-CHECK-NO TO GLP-CHECK-NO.
           MOVE POST-SOURCE     TO GLP-SOURCE.
           MOVE POST-COMPANY    TO GLP-COMPANY.
           PERFORM CHECK-GLP-ACCOUNT.
           IF GL-ACCOUNT-FOUND = "Y"
               WRITE GL-POST-RECORD
