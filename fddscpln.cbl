      *----------------------------------
      * FDDSCPLN.CBL
      * DISCOUNT-PLAN-RECORD layout.  One
      * line per open voucher DSCPLN01
      * found worth paying early - its
      * annualized return for paying on
      * the discount date instead of the
      * net date beat the cost-of-cash
      * rate entered for the run, and it
      * fitted inside the run's cash
      * limit.  Lines are written best
      * return first, DPL-RANK counting
      * from 1.
      *
      * DPL-PAY-DATE is the last day the
      * discount can be taken;
      * DPL-PAY-AMOUNT is the cash it
      * takes (balance less discount)
      * and DPL-DISCOUNT-AMOUNT what it
      * buys.  VCHPRP01's plan mode
      * selects these vouchers through
      * its usual gates.  Amounts are
      * leading-separate-sign display
      * numerics like the other
      * interface files.
      *----------------------------------
       FD  DISCOUNT-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISCOUNT-PLAN-RECORD.
           05 DPL-RANK                 PIC 9(04).
           05 DPL-VOUCHER-NUMBER       PIC 9(07).
           05 DPL-VENDOR               PIC 9(05).
           05 DPL-COMPANY              PIC 9(01).
           05 DPL-RUN-DATE             PIC 9(08).
           05 DPL-PAY-DATE             PIC 9(08).
           05 DPL-NET-DATE             PIC 9(08).
           05 DPL-PAY-AMOUNT           PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           05 DPL-DISCOUNT-AMOUNT      PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           05 DPL-ANNUAL-RETURN        PIC 9(04)V99.
