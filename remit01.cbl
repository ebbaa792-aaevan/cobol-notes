       PROGRAM-ID. REMIT01.
      *------------------------------------------
      * Remittance advice - run after CHKRUN01.
      * Reads VOUCHER-FILE for every voucher
      * paid in today's run (VOUCHER-PAID-DATE
      * = RUN-DATE) - straight off the paid-
      * date alternate key, not a scan of the
      * whole file - sorts them by vendor, and
      * for each vendor lists every voucher/
      * invoice number the check (or ACH
      * payment) covered.  A vendor with an
       77  RUN-CONTROL-FOUND           PIC X(01).
       77  OVERRIDE-OPERATOR-ID        PIC X(08).
       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.

           COPY "wscase01.cbl".


       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT REMIT-EMAIL-FILE.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE ZERO TO RNC-COMPANY.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
               OUTPUT PROCEDURE IS PROCESS-SORTED-PAYMENTS.

      *------------------------------------------
      * Sort input - every voucher paid today.
      * The paid-date key starts the read at
      * today's payments and READ-NEXT-VOUCHER-
      * RECORD stops it at the first voucher
      * paid on any other date.
      *------------------------------------------
       SELECT-TODAYS-PAYMENTS.
           MOVE RUN-DATE TO VOUCHER-PAID-DATE.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-PAID-DATE
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM SELECT-VOUCHERS-FOR-SORT
               UNTIL VOUCHER-AT-END = "Y".

           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               IF VOUCHER-PAID-DATE NOT = RUN-DATE
                   MOVE "Y" TO VOUCHER-AT-END
               ELSE
                   ADD 1 TO VOUCHERS-READ.

       RETURN-NEXT-SORT-RECORD.
           MOVE "N" TO SORT-AT-END.
