      *----------------------------------
      * FDCSHFC.CBL
      * CASH-FORECAST-RECORD layout.
      * What each CSHREQ01 run told
      * treasury, kept so CFARPT01 can
      * later hold it up against what
      * was actually paid.  Two kinds
      * of row per run date and
      * company:
      *
      *   CFC-VOUCHER-NUMBER ZEROES -
      *   the company's bucket total,
      *   one row per CFC-BUCKET.
      *
      *   CFC-VOUCHER-NUMBER set - one
      *   voucher's balance in that
      *   bucket (an installment plan
      *   can land in several), with
      *   its vendor and the banking-
      *   day due date it was bucketed
      *   by - the detail the misses
      *   are explained from.
      *
      * CFC-BUCKET: 1 past due, 2 week
      * 1, 3 week 2, 4 weeks 3-4,
      * 5 beyond 4 weeks.  A second
      * CSHREQ01 run the same day
      * replaces the first's rows.
      *----------------------------------
       FD  CASH-FORECAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASH-FORECAST-RECORD.
           05 CFC-KEY.
              10 CFC-RUN-DATE          PIC 9(08).
              10 CFC-COMPANY           PIC 9(01).
              10 CFC-VOUCHER-NUMBER    PIC 9(07).
              10 CFC-BUCKET            PIC 9(01).
           05 CFC-AMOUNT               PIC S9(9)V99.
           05 CFC-VENDOR               PIC 9(05).
           05 CFC-DUE-DATE             PIC 9(08).
