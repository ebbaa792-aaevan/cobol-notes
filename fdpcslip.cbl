      *----------------------------------
      * FDPCSLIP.CBL
      * PETTY-CASH-SLIP-RECORD layout.
      * One record per receipt paid out
      * of a petty cash box, keyed by
      * fund and the fund's own slip
      * number.  PSL-GL-ACCOUNT is the
      * coding the replenishment
      * voucher is distributed by.
      *
      * PSL-VOUCHER-NUMBER is zero while
      * the slip is still in the box
      * waiting to be replenished, and
      * the replenishment voucher's
      * number once PCFRPL01 has taken
      * it.  Only a slip still at zero
      * can be voided.
      *----------------------------------
       FD  PETTY-CASH-SLIP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-SLIP-RECORD.
           05 PSL-KEY.
              10 PSL-FUND              PIC 9(03).
              10 PSL-SLIP-NUMBER       PIC 9(05).
           05 PSL-DATE                 PIC 9(08).
           05 PSL-PAID-TO              PIC X(30).
           05 PSL-DESCRIPTION          PIC X(30).
           05 PSL-AMOUNT               PIC S9(5)V99.
           05 PSL-GL-ACCOUNT           PIC 9(06).
           05 PSL-ENTERED-BY           PIC X(08).
           05 PSL-VOUCHER-NUMBER       PIC 9(07).
