      * the Form 945 remittance.  Append-
      * only, same pattern as the other
      * ledger-style logs.  The withheld
      * dollars sit in CONTROL-WHHOLD-
      * ACCOUNT until they are deposited;
      * WHDMNT01 records each deposit
      * (FDWHDEP) and posts its GL entry,
      * and WHDRPT01 schedules the ledger
      * by deposit period against them.
      *
      * WHL-COMPANY is whose 945 the line
      * belongs on - the paying voucher's
      * company.  Blank on lines from
      * before the field; WHDRPT01 looks
      * the voucher up for those.
      *----------------------------------
       FD  WITHHOLDING-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           05 WHL-PAID-DATE             PIC 9(08).
           05 WHL-GROSS-AMOUNT          PIC S9(6)V99.
           05 WHL-WITHHELD-AMOUNT       PIC S9(6)V99.
           05 WHL-COMPANY               PIC 9(01).
