      * AMOUNT so the clerk only
      * confirms instead of keying five
      * lines on every utility bill.
      * TPL-JOB runs parallel to
      * TPL-LINE - the job each split
      * line carries onto the voucher,
      * ZERO when the line is overhead.
      *----------------------------------
       FD  GL-TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
           05 TPL-LINE                 OCCURS 5 TIMES.
              10 TPL-ACCOUNT           PIC 9(06).
              10 TPL-PERCENT           PIC 9(03)V99.
           05 TPL-JOB                  OCCURS 5 TIMES
                                       PIC 9(06).
