      * Aged payables report.  Reads every
      * voucher with a balance outstanding
      * (VOUCHER-PAID-AMOUNT less than
      * VOUCHER-AMOUNT) straight off the open-
      * item alternate key, sorts them by vendor,
      * and buckets the outstanding balance of
      * each into CURRENT/30/60/90+ days past
      * VOUCHER-DUE.  Prints a subtotal per
      * vendor and in the grand totals instead -
      * it is still owed, but its age past due
      * does not reflect when it will be paid.
      *
      * Branch vendors sort under their parent
      * (VENDOR-PARENT) - the per-vendor
      * subtotals are unchanged, and a family
      * of more than one vendor gets a family
      * total after its last vendor, so what
      * is owed to one national supplier is
      * read off a single block.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sladvldg.cbl".

           COPY "slrunctl.cbl".

       DATA DIVISION.
       FILE SECTION.


       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05 SW-PARENT-VENDOR         PIC 9(05).
           05 SW-VOUCHER-VENDOR        PIC 9(05).
           05 SW-VOUCHER-NUMBER        PIC 9(07).
           05 SW-VOUCHER-DUE           PIC 9(08).

           COPY "fdadvldg.cbl".

           COPY "fdrunctl.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".
       77  DAYS-PAST-DUE               PIC S9(05).

       77  PRIOR-VENDOR                PIC 9(05) VALUE ZERO.
       77  PRIOR-PARENT                PIC 9(05) VALUE ZERO.
       77  PARENT-VENDOR-COUNT         PIC 9(03) VALUE ZERO.

       77  BUCKET-CURRENT              PIC S9(08)V99 VALUE ZERO.
       77  BUCKET-30                   PIC S9(08)V99 VALUE ZERO.
       77  BUCKET-DISPUTED             PIC S9(08)V99 VALUE ZERO.
       77  VENDOR-TOTAL                PIC S9(08)V99 VALUE ZERO.

       77  PARENT-CURRENT              PIC S9(09)V99 VALUE ZERO.
       77  PARENT-30                   PIC S9(09)V99 VALUE ZERO.
       77  PARENT-60                   PIC S9(09)V99 VALUE ZERO.
       77  PARENT-90                   PIC S9(09)V99 VALUE ZERO.
       77  PARENT-90-PLUS              PIC S9(09)V99 VALUE ZERO.
       77  PARENT-DISPUTED             PIC S9(09)V99 VALUE ZERO.
       77  PARENT-TOTAL                PIC S9(09)V99 VALUE ZERO.

       77  TOTAL-CURRENT                PIC S9(09)V99 VALUE ZERO.
       77  TOTAL-30                     PIC S9(09)V99 VALUE ZERO.
       77  TOTAL-60                     PIC S9(09)V99 VALUE ZERO.
       77  ADVANCE-OPEN-BALANCE         PIC S9(6)V99.
       77  ADVANCES-LISTED              PIC 9(03).

       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.

       77  VENDOR-NUMBER-FIELD          PIC Z(5).
       77  BUCKET-FIELD                 PIC ZZZ,ZZ9.99-.
       77  GRAND-TOTAL-FIELD            PIC ZZZ,ZZZ,ZZ9.99-.
       OPENING-PROCEDURE.
           PERFORM SET-COMPANY-CODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           MOVE "APAGE01" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "AGED PAYABLES" TO REPORT-TITLE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ADVANCE-LEDGER-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ADVANCE-LEDGER-FILE.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.


      *------------------------------------------

       MAIN-PROCESS.
           SORT AGING-SORT-FILE
               ON ASCENDING KEY SW-PARENT-VENDOR
                                SW-VOUCHER-VENDOR
                                SW-VOUCHER-NUMBER
               INPUT PROCEDURE IS SELECT-UNPAID-VOUCHERS
               OUTPUT PROCEDURE IS PROCESS-SORTED-VOUCHERS.

      *------------------------------------------
      * Sort input - every voucher with a
      * balance still outstanding, read off the
      * open-item key.
      *------------------------------------------
       SELECT-UNPAID-VOUCHERS.
           MOVE "Y" TO VOUCHER-OPEN-ITEM.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-OPEN-ITEM
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM SELECT-VOUCHERS-FOR-SORT
               UNTIL VOUCHER-AT-END = "Y".

           IF VOUCHER-COMPANY = COMPANY-CODE AND
              VOUCHER-PAID-AMOUNT NOT = VOUCHER-AMOUNT
               MOVE VOUCHER-VENDOR   TO SW-VOUCHER-VENDOR
               PERFORM FIND-SORT-PARENT
               MOVE VOUCHER-NUMBER   TO SW-VOUCHER-NUMBER
               MOVE VOUCHER-DUE      TO SW-VOUCHER-DUE
               MOVE VOUCHER-AMOUNT   TO SW-VOUCHER-AMOUNT
               RELEASE AGING-SORT-RECORD.
           PERFORM READ-NEXT-VOUCHER-RECORD.

      *    A branch sorts under its parent; a vendor with no
      *    parent is its own.
       FIND-SORT-PARENT.
           MOVE VOUCHER-VENDOR TO SW-PARENT-VENDOR.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y" AND
              VENDOR-PARENT NOT = ZEROES
               MOVE VENDOR-PARENT TO SW-PARENT-VENDOR.

      *------------------------------------------
      * Sort output - bucket in vendor sequence,
      * a vendor subtotal on every vendor break
      * and a family total on every parent
      * break.
      *------------------------------------------
       PROCESS-SORTED-VOUCHERS.
           MOVE ZEROES TO PRIOR-VENDOR PRIOR-PARENT.
           PERFORM RETURN-NEXT-SORT-RECORD.
           PERFORM PROCESS-ONE-SORTED-VOUCHER
               UNTIL SORT-AT-END = "Y".
           IF PRIOR-VENDOR NOT = ZEROES
               PERFORM END-OF-VENDOR
               PERFORM DISPLAY-FAMILY-SUBTOTAL.
           PERFORM DISPLAY-GRAND-TOTALS.

       PROCESS-ONE-SORTED-VOUCHER.
           IF SW-VOUCHER-VENDOR NOT = PRIOR-VENDOR
               IF PRIOR-VENDOR NOT = ZEROES
                   PERFORM END-OF-VENDOR
               END-IF
               IF SW-PARENT-VENDOR NOT = PRIOR-PARENT
                   IF PRIOR-PARENT NOT = ZEROES
                       PERFORM DISPLAY-FAMILY-SUBTOTAL
                   END-IF
                   PERFORM START-NEW-FAMILY
               END-IF
               PERFORM START-NEW-VENDOR
           END-IF.
           PERFORM BUCKET-THE-VOUCHER.
           PERFORM RETURN-NEXT-SORT-RECORD.

       START-NEW-FAMILY.
           MOVE SW-PARENT-VENDOR TO PRIOR-PARENT.
           MOVE ZEROES TO PARENT-CURRENT PARENT-30 PARENT-60
                           PARENT-90 PARENT-90-PLUS PARENT-DISPUTED
                           PARENT-TOTAL PARENT-VENDOR-COUNT.

       START-NEW-VENDOR.
           MOVE SW-VOUCHER-VENDOR TO PRIOR-VENDOR.
           ADD 1 TO PARENT-VENDOR-COUNT.
           MOVE ZEROES TO BUCKET-CURRENT BUCKET-30 BUCKET-60
                           BUCKET-90 BUCKET-90-PLUS BUCKET-DISPUTED
                           VENDOR-TOTAL.

       END-OF-VENDOR.
           PERFORM DISPLAY-VENDOR-SUBTOTAL.
           ADD BUCKET-CURRENT  TO PARENT-CURRENT.
           ADD BUCKET-30       TO PARENT-30.
           ADD BUCKET-60       TO PARENT-60.
           ADD BUCKET-90       TO PARENT-90.
           ADD BUCKET-90-PLUS  TO PARENT-90-PLUS.
           ADD BUCKET-DISPUTED TO PARENT-DISPUTED.
           ADD VENDOR-TOTAL    TO PARENT-TOTAL.

      *------------------------------------------
      * A disputed voucher is still owed, so it
      * stays in the vendor and grand totals, but
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Family total - printed only when the
      * parent's family had more than one
      * vendor with something outstanding; a
      * vendor on its own already has its
      * subtotal.
      *------------------------------------------
       DISPLAY-FAMILY-SUBTOTAL.
           IF PARENT-VENDOR-COUNT > 1
               PERFORM PRINT-FAMILY-SUBTOTAL.

       PRINT-FAMILY-SUBTOTAL.
           MOVE PRIOR-PARENT TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not found**" TO VENDOR-NAME.
           MOVE PRIOR-PARENT TO VENDOR-NUMBER-FIELD.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "PARENT "
                  VENDOR-NUMBER-FIELD
                  "  "
                  VENDOR-NAME
                  "  FAMILY TOTAL - "
                  PARENT-VENDOR-COUNT
                  " VENDORS"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PARENT-CURRENT TO GRAND-TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   CURRENT:      "
                  GRAND-TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PARENT-30 TO GRAND-TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   1-30 DAYS:    "
                  GRAND-TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PARENT-60 TO GRAND-TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   31-60 DAYS:   "
                  GRAND-TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PARENT-90 TO GRAND-TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   61-90 DAYS:   "
                  GRAND-TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PARENT-90-PLUS TO GRAND-TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   OVER 90 DAYS: "
                  GRAND-TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF PARENT-DISPUTED NOT = ZEROES
               MOVE PARENT-DISPUTED TO GRAND-TOTAL-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "   DISPUTED:     " GRAND-TOTAL-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE PARENT-TOTAL TO GRAND-TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   FAMILY TOTAL: "
                  GRAND-TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       GET-VENDOR-NAME.
           MOVE PRIOR-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-OPEN-ITEM NOT = "Y"
                   MOVE "Y" TO VOUCHER-AT-END
               ELSE
                   ADD 1 TO VOUCHERS-READ.

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

      *------------------------------------------
      * Step log - start time, finish time and
      * vouchers read, for RUNSTS01.
      *------------------------------------------
       WRITE-RUN-CONTROL-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE "APAGE01" TO RNC-PROGRAM.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE COMPANY-CODE TO RNC-COMPANY.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING RUN CONTROL RECORD".

      *------------------------------------------
      * Outstanding vendor advances - money
      * already sent with no invoice behind it
