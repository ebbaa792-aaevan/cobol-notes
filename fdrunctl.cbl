      * once per company per date;
      * programs that span every company
      * write company zero.
      *
      * RNC-STARTED-TIME and RNC-
      * VOUCHERS-READ time the step and
      * count the voucher records it
      * read to do its work, so the
      * ledger doubles as the step log
      * RUNSTS01 shows elapsed time
      * from.  ZERO on records written
      * before the fields existed.
      *----------------------------------
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
              10 RNC-RUN-DATE          PIC 9(08).
              10 RNC-COMPANY           PIC 9(01).
           05 RNC-COMPLETED-TIME       PIC 9(06).
           05 RNC-STARTED-TIME         PIC 9(06).
           05 RNC-VOUCHERS-READ        PIC 9(07).
