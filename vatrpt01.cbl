       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATRPT01.
      *------------------------------------------
      * VAT/GST reclaim report, one company and
      * calendar quarter at a time, for the
      * refund filings with each country.
      *
      * Every voucher carrying VAT that
      * VCHMNT01 captured on an overseas
      * invoice and dated within the quarter -
      * live file and archive both - is listed
      * by the country the VAT is reclaimed
      * from, then by invoice currency.  Each
      * line shows the vendor's registration
      * number, the rate, the VAT in the
      * invoice currency and its USD value as
      * booked to the recoverable-VAT account.
      * Each currency within a country foots in
      * both currencies, each country in USD,
      * and the grand total in USD ties to the
      * quarter's debits to that account.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

           SELECT VAT-SORT-FILE ASSIGN TO "vatsrt".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       SD  VAT-SORT-FILE.
       01  VAT-SORT-RECORD.
           05 VS-COUNTRY                PIC X(02).
           05 VS-CURRENCY               PIC X(03).
           05 VS-VOUCHER-DATE           PIC 9(08).
           05 VS-VOUCHER-NUMBER         PIC 9(07).
           05 VS-VENDOR                 PIC 9(05).
           05 VS-INVOICE                PIC X(15).
           05 VS-REG-NO                 PIC X(20).
           05 VS-RATE                   PIC 9(02)V99.
           05 VS-VAT-AMOUNT             PIC S9(06)V99.
           05 VS-VAT-USD-AMOUNT         PIC S9(06)V99.

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

       77  COMPANY-CODE                PIC 9(01).

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  SORT-AT-END                 PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  VAT-YEAR                    PIC 9(04).
       77  VAT-QUARTER                 PIC 9(01).
           88  VAT-QUARTER-IS-VALID    VALUES 1 THRU 4.
       77  FROM-DATE                   PIC 9(08).
       77  THRU-DATE                   PIC 9(08).

       77  PRIOR-COUNTRY               PIC X(02).
       77  PRIOR-CURRENCY              PIC X(03).
       77  CURRENCY-VAT-TOTAL          PIC S9(08)V99.
       77  CURRENCY-USD-TOTAL          PIC S9(08)V99.
       77  COUNTRY-USD-TOTAL           PIC S9(08)V99.
       77  GRAND-USD-TOTAL             PIC S9(08)V99 VALUE ZERO.
       77  INVOICE-COUNT               PIC 9(05) VALUE ZERO.

       77  VENDOR-NAME-SHORT           PIC X(20).
       77  VOUCHER-NUMBER-FIELD        PIC Z(6)9.
       77  RATE-FIELD                  PIC Z9.99.
       77  VAT-FIELD                   PIC ZZZ,ZZ9.99-.
       77  USD-FIELD                   PIC ZZZ,ZZ9.99-.
       77  TOTAL-VAT-FIELD             PIC ZZ,ZZZ,ZZ9.99-.
       77  TOTAL-USD-FIELD             PIC ZZ,ZZZ,ZZ9.99-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.

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
           PERFORM SET-COMPANY-CODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ENTER-VAT-QUARTER.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           MOVE "VATRPT01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "VAT/GST RECLAIM BY COUNTRY" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.

       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

      * Day 31 closes every quarter-end month
      * as a comparison bound, short months
      * included.
       ENTER-VAT-QUARTER.
           DISPLAY "ENTER RECLAIM YEAR (CCYY)".
           ACCEPT VAT-YEAR.
           PERFORM ACCEPT-VAT-QUARTER.
           PERFORM RE-ACCEPT-VAT-QUARTER
               UNTIL VAT-QUARTER-IS-VALID.
           COMPUTE FROM-DATE = VAT-YEAR * 10000 +
               ((VAT-QUARTER - 1) * 3 + 1) * 100 + 1.
           COMPUTE THRU-DATE = VAT-YEAR * 10000 +
               (VAT-QUARTER * 3) * 100 + 31.

       ACCEPT-VAT-QUARTER.
           DISPLAY "ENTER QUARTER (1-4)".
           ACCEPT VAT-QUARTER.

       RE-ACCEPT-VAT-QUARTER.
           DISPLAY "QUARTER MUST BE 1, 2, 3 OR 4".
           PERFORM ACCEPT-VAT-QUARTER.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           SORT VAT-SORT-FILE
               ON ASCENDING KEY VS-COUNTRY
                                VS-CURRENCY
                                VS-VOUCHER-DATE
                                VS-VOUCHER-NUMBER
               INPUT PROCEDURE IS SELECT-VAT-VOUCHERS
               OUTPUT PROCEDURE IS PRINT-SORTED-VAT.
           PERFORM PRINT-GRAND-TOTAL.

      *------------------------------------------
      * Sort input - both files, this company's
      * vouchers dated in the quarter that
      * carry VAT.  A credit memo's negative
      * VAT nets against the claim.
      *------------------------------------------
       SELECT-VAT-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM SELECT-LIVE-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM SELECT-ARCHIVED-VOUCHERS
               UNTIL HISTORY-AT-END = "Y".

       SELECT-LIVE-VOUCHERS.
           IF VOUCHER-VAT-AMOUNT NOT = ZEROES AND
              VOUCHER-COMPANY = COMPANY-CODE AND
              VOUCHER-DATE NOT < FROM-DATE AND
              VOUCHER-DATE NOT > THRU-DATE
               MOVE VOUCHER-VAT-COUNTRY    TO VS-COUNTRY
               MOVE VOUCHER-CURRENCY-CODE  TO VS-CURRENCY
               MOVE VOUCHER-DATE           TO VS-VOUCHER-DATE
               MOVE VOUCHER-NUMBER         TO VS-VOUCHER-NUMBER
               MOVE VOUCHER-VENDOR         TO VS-VENDOR
               MOVE VOUCHER-INVOICE        TO VS-INVOICE
               MOVE VOUCHER-VAT-REG-NO     TO VS-REG-NO
               MOVE VOUCHER-VAT-RATE       TO VS-RATE
               MOVE VOUCHER-VAT-AMOUNT     TO VS-VAT-AMOUNT
               MOVE VOUCHER-VAT-USD-AMOUNT TO VS-VAT-USD-AMOUNT
               RELEASE VAT-SORT-RECORD.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       SELECT-ARCHIVED-VOUCHERS.
           IF VCH-HIST-VAT-AMOUNT NOT = ZEROES AND
              VCH-HIST-COMPANY = COMPANY-CODE AND
              VCH-HIST-DATE NOT < FROM-DATE AND
              VCH-HIST-DATE NOT > THRU-DATE
               MOVE VCH-HIST-VAT-COUNTRY    TO VS-COUNTRY
               MOVE VCH-HIST-CURRENCY-CODE  TO VS-CURRENCY
               MOVE VCH-HIST-DATE           TO VS-VOUCHER-DATE
               MOVE VCH-HIST-NUMBER         TO VS-VOUCHER-NUMBER
               MOVE VCH-HIST-VENDOR         TO VS-VENDOR
               MOVE VCH-HIST-INVOICE        TO VS-INVOICE
               MOVE VCH-HIST-VAT-REG-NO     TO VS-REG-NO
               MOVE VCH-HIST-VAT-RATE       TO VS-RATE
               MOVE VCH-HIST-VAT-AMOUNT     TO VS-VAT-AMOUNT
               MOVE VCH-HIST-VAT-USD-AMOUNT TO VS-VAT-USD-AMOUNT
               RELEASE VAT-SORT-RECORD.
           PERFORM READ-NEXT-HISTORY-RECORD.

      *------------------------------------------
      * Sort output - detail with currency and
      * country breaks.  Only a single currency
      * can be footed in its own money; the
      * country and grand totals are USD.
      *------------------------------------------
       PRINT-SORTED-VAT.
           MOVE SPACE TO PRIOR-COUNTRY PRIOR-CURRENCY.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM PRINT-ONE-INVOICE
               UNTIL SORT-AT-END = "Y".
           IF PRIOR-CURRENCY NOT = SPACE
               PERFORM PRINT-CURRENCY-TOTAL
               PERFORM PRINT-COUNTRY-TOTAL.

       PRINT-ONE-INVOICE.
           IF VS-COUNTRY NOT = PRIOR-COUNTRY
               IF PRIOR-CURRENCY NOT = SPACE
                   PERFORM PRINT-CURRENCY-TOTAL
                   PERFORM PRINT-COUNTRY-TOTAL
               END-IF
               PERFORM START-NEW-COUNTRY
               PERFORM START-NEW-CURRENCY
           ELSE
           IF VS-CURRENCY NOT = PRIOR-CURRENCY
               PERFORM PRINT-CURRENCY-TOTAL
               PERFORM START-NEW-CURRENCY.
           MOVE VS-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE VENDOR-NAME       TO VENDOR-NAME-SHORT.
           MOVE VS-VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VS-RATE           TO RATE-FIELD.
           MOVE VS-VAT-AMOUNT     TO VAT-FIELD.
           MOVE VS-VAT-USD-AMOUNT TO USD-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VOUCHER-NUMBER-FIELD
                  "  " VS-VENDOR
                  " " VENDOR-NAME-SHORT
                  "  " VS-INVOICE
                  "  " VS-VOUCHER-DATE
                  "  " VS-REG-NO
                  "  " RATE-FIELD
                  "  " VAT-FIELD " " VS-CURRENCY
                  "  " USD-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           ADD VS-VAT-AMOUNT     TO CURRENCY-VAT-TOTAL.
           ADD VS-VAT-USD-AMOUNT TO CURRENCY-USD-TOTAL.
           ADD VS-VAT-USD-AMOUNT TO COUNTRY-USD-TOTAL.
           ADD VS-VAT-USD-AMOUNT TO GRAND-USD-TOTAL.
           ADD 1 TO INVOICE-COUNT.
           PERFORM RETURN-NEXT-SORT-RECORD.

       START-NEW-COUNTRY.
           MOVE VS-COUNTRY TO PRIOR-COUNTRY.
           MOVE ZEROES TO COUNTRY-USD-TOTAL.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "RECLAIM COUNTRY " VS-COUNTRY
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       START-NEW-CURRENCY.
           MOVE VS-CURRENCY TO PRIOR-CURRENCY.
           MOVE ZEROES TO CURRENCY-VAT-TOTAL CURRENCY-USD-TOTAL.

       PRINT-CURRENCY-TOTAL.
           MOVE CURRENCY-VAT-TOTAL TO TOTAL-VAT-FIELD.
           MOVE CURRENCY-USD-TOTAL TO TOTAL-USD-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " PRIOR-COUNTRY " VAT INVOICED IN "
                  PRIOR-CURRENCY ":  " TOTAL-VAT-FIELD
                  " " PRIOR-CURRENCY
                  "   USD " TOTAL-USD-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-COUNTRY-TOTAL.
           MOVE COUNTRY-USD-TOTAL TO TOTAL-USD-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "   " PRIOR-COUNTRY " TOTAL TO RECLAIM:  USD "
                  TOTAL-USD-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       PRINT-THE-HEADINGS.
           MOVE SPACE TO PRINT-LINE.
           STRING "QUARTER " VAT-QUARTER " OF " VAT-YEAR
                  "   VOUCHERS DATED " FROM-DATE " THRU " THRU-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VOUCHER  VENDOR NAME                 "
                  "INVOICE          DATE      "
                  "VAT REGISTRATION NO.  RATE   "
                  "VAT INVOICED         VAT USD"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-GRAND-TOTAL.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE INVOICE-COUNT   TO COUNT-FIELD.
           MOVE GRAND-USD-TOTAL TO TOTAL-USD-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "INVOICES: " COUNT-FIELD
                  "   TOTAL VAT TO RECLAIM:  USD " TOTAL-USD-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

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

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
           RETURN VAT-SORT-FILE
               AT END MOVE "Y" TO SORT-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plprint.cbl".
