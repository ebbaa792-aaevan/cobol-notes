      * this one tells treasury what is coming
      * due.  Reads every voucher with a balance
      * outstanding (VOUCHER-PAID-AMOUNT less
      * than VOUCHER-AMOUNT) off the open-item
      * alternate key, whether or not it
      * has been flagged VOUCHER-SELECTED, and
      * buckets the outstanding balance of each
      * by VOUCHER-DUE into this week, next week,
      * month / 360-day year basis, the same
      * convention APAGE01 uses for days past
      * due.
      *
      * Every run also saves what it said -
      * each company's bucket totals and each
      * voucher's share of them - to the cash
      * forecast file, so CFARPT01 can later
      * check the forecast against what the
      * payment-detail file shows was really
      * paid in those weeks.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slbnkcal.cbl".

           COPY "slrunctl.cbl".

           COPY "slcshfc.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdbnkcal.cbl".

           COPY "fdrunctl.cbl".

           COPY "fdcshfc.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  BUCKET-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.

      *------------------------------------------
      * The same buckets again, company by
      * company, for the saved forecast.
      *------------------------------------------
       77  FORECAST-AT-END              PIC X(01).
       77  FORECAST-RECORD-FOUND        PIC X(01).
       77  FORECAST-COMPANY             PIC 9(02).
       77  FORECAST-BUCKET              PIC 9(01).
       77  FORECAST-ROWS-CLEARED        PIC 9(07) VALUE ZERO.
       01  COMPANY-BUCKET-TABLE.
           05 CBK-COMPANY               OCCURS 9 TIMES.
              10 CBK-USED               PIC X(01).
              10 CBK-BUCKET             OCCURS 5 TIMES
                                        PIC S9(09)V99.

       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.

           COPY "wsbnkday.cbl".

       PROCEDURE DIVISION.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           MOVE "CSHREQ01" TO REPORT-ID.
           MOVE "CASH REQUIREMENTS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE RUN-DATE(7:2) TO RUN-DD.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT BANK-CALENDAR-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           OPEN I-O CASH-FORECAST-FILE.
           PERFORM CLEAR-TODAYS-FORECAST.
           PERFORM CLEAR-COMPANY-BUCKETS
               VARYING FORECAST-COMPANY FROM 1 BY 1
               UNTIL FORECAST-COMPANY > 9.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-BUCKET-TOTALS.
           PERFORM CLOSE-THE-REPORT.
           PERFORM SAVE-COMPANY-TOTALS
               VARYING FORECAST-COMPANY FROM 1 BY 1
               UNTIL FORECAST-COMPANY > 9.
           CLOSE VOUCHER-FILE.
           CLOSE BANK-CALENDAR-FILE.
           CLOSE CASH-FORECAST-FILE.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       MAIN-PROCESS.
           MOVE "Y" TO VOUCHER-OPEN-ITEM.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-OPEN-ITEM
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM SELECT-UNPAID-VOUCHERS
               UNTIL VOUCHER-AT-END = "Y".

           EVALUATE TRUE
               WHEN DAYS-UNTIL-DUE <= 0
                   ADD VOUCHER-BALANCE-DUE TO BUCKET-PAST-DUE
                   MOVE 1 TO FORECAST-BUCKET
               WHEN DAYS-UNTIL-DUE <= 7
                   ADD VOUCHER-BALANCE-DUE TO BUCKET-WEEK-1
                   MOVE 2 TO FORECAST-BUCKET
               WHEN DAYS-UNTIL-DUE <= 14
                   ADD VOUCHER-BALANCE-DUE TO BUCKET-WEEK-2
                   MOVE 3 TO FORECAST-BUCKET
               WHEN DAYS-UNTIL-DUE <= 28
                   ADD VOUCHER-BALANCE-DUE TO BUCKET-WEEKS-3-4
                   MOVE 4 TO FORECAST-BUCKET
               WHEN OTHER
                   ADD VOUCHER-BALANCE-DUE TO BUCKET-BEYOND
                   MOVE 5 TO FORECAST-BUCKET
           END-EVALUATE.
           PERFORM SAVE-FORECAST-DETAIL.

      *------------------------------------------
      * Saved forecast.  A voucher from before
      * the company field is the original
      * books, company 1.
      *------------------------------------------
       SAVE-FORECAST-DETAIL.
           MOVE VOUCHER-COMPANY TO FORECAST-COMPANY.
           IF FORECAST-COMPANY = ZERO
               MOVE 1 TO FORECAST-COMPANY.
           MOVE "Y" TO CBK-USED (FORECAST-COMPANY).
           ADD VOUCHER-BALANCE-DUE
               TO CBK-BUCKET (FORECAST-COMPANY, FORECAST-BUCKET).
           MOVE RUN-DATE         TO CFC-RUN-DATE.
           MOVE FORECAST-COMPANY TO CFC-COMPANY.
           MOVE VOUCHER-NUMBER   TO CFC-VOUCHER-NUMBER.
           MOVE FORECAST-BUCKET  TO CFC-BUCKET.
           PERFORM READ-CASH-FORECAST-RECORD.
           IF FORECAST-RECORD-FOUND = "Y"
               ADD VOUCHER-BALANCE-DUE TO CFC-AMOUNT
               PERFORM REWRITE-CASH-FORECAST-RECORD
           ELSE
               MOVE RUN-DATE            TO CFC-RUN-DATE
               MOVE FORECAST-COMPANY    TO CFC-COMPANY
               MOVE VOUCHER-NUMBER      TO CFC-VOUCHER-NUMBER
               MOVE FORECAST-BUCKET     TO CFC-BUCKET
               MOVE VOUCHER-BALANCE-DUE TO CFC-AMOUNT
               MOVE VOUCHER-VENDOR      TO CFC-VENDOR
               MOVE BUCKET-DUE-DATE     TO CFC-DUE-DATE
               PERFORM WRITE-CASH-FORECAST-RECORD.

       CLEAR-COMPANY-BUCKETS.
           MOVE "N" TO CBK-USED (FORECAST-COMPANY).
           PERFORM CLEAR-ONE-COMPANY-BUCKET
               VARYING FORECAST-BUCKET FROM 1 BY 1
               UNTIL FORECAST-BUCKET > 5.

       CLEAR-ONE-COMPANY-BUCKET.
           MOVE ZEROES
               TO CBK-BUCKET (FORECAST-COMPANY, FORECAST-BUCKET).

       SAVE-COMPANY-TOTALS.
           IF CBK-USED (FORECAST-COMPANY) = "Y"
               PERFORM SAVE-ONE-COMPANY-TOTAL
                   VARYING FORECAST-BUCKET FROM 1 BY 1
                   UNTIL FORECAST-BUCKET > 5.

       SAVE-ONE-COMPANY-TOTAL.
           MOVE RUN-DATE         TO CFC-RUN-DATE.
           MOVE FORECAST-COMPANY TO CFC-COMPANY.
           MOVE ZEROES           TO CFC-VOUCHER-NUMBER.
           MOVE FORECAST-BUCKET  TO CFC-BUCKET.
           MOVE CBK-BUCKET (FORECAST-COMPANY, FORECAST-BUCKET)
               TO CFC-AMOUNT.
           MOVE ZEROES TO CFC-VENDOR CFC-DUE-DATE.
           PERFORM WRITE-CASH-FORECAST-RECORD.

      * A rerun the same day replaces the
      * earlier run's forecast outright.
       CLEAR-TODAYS-FORECAST.
           MOVE RUN-DATE TO CFC-RUN-DATE.
           MOVE ZEROES   TO CFC-COMPANY CFC-VOUCHER-NUMBER
                            CFC-BUCKET.
           MOVE "N" TO FORECAST-AT-END.
           START CASH-FORECAST-FILE
               KEY IS NOT LESS THAN CFC-KEY
               INVALID KEY MOVE "Y" TO FORECAST-AT-END.
           PERFORM CLEAR-ONE-FORECAST-ROW
               UNTIL FORECAST-AT-END = "Y".
           IF FORECAST-ROWS-CLEARED NOT = ZEROES
               DISPLAY "EARLIER FORECAST FOR " RUN-DATE
                       " REPLACED".

       CLEAR-ONE-FORECAST-ROW.
           READ CASH-FORECAST-FILE NEXT RECORD
               AT END MOVE "Y" TO FORECAST-AT-END.
           IF FORECAST-AT-END = "N"
               IF CFC-RUN-DATE NOT = RUN-DATE
                   MOVE "Y" TO FORECAST-AT-END
               ELSE
                   ADD 1 TO FORECAST-ROWS-CLEARED
                   DELETE CASH-FORECAST-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR CLEARING FORECAST ROW".

      *------------------------------------------
      * Report lines
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-OPEN-ITEM NOT = "Y"
                   MOVE "Y" TO VOUCHER-AT-END
               ELSE
                   ADD 1 TO VOUCHERS-READ.

       READ-CASH-FORECAST-RECORD.
           MOVE "Y" TO FORECAST-RECORD-FOUND.
           READ CASH-FORECAST-FILE RECORD
               INVALID KEY
                  MOVE "N" TO FORECAST-RECORD-FOUND.

       WRITE-CASH-FORECAST-RECORD.
           WRITE CASH-FORECAST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING FORECAST RECORD".

       REWRITE-CASH-FORECAST-RECORD.
           REWRITE CASH-FORECAST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FORECAST RECORD".

      *------------------------------------------
      * Step log - start time, finish time and
      * vouchers read, for RUNSTS01.
      *------------------------------------------
       WRITE-RUN-CONTROL-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE "CSHREQ01" TO RNC-PROGRAM.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE ZERO TO RNC-COMPANY.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING RUN CONTROL RECORD".

           COPY "plprint.cbl".

           COPY "plbnkday.cbl".

