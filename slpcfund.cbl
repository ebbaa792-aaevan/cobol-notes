      *----------------------------------
      * SLPCFUND.CBL
      * File-control for the petty cash
      * fund master maintained by
      * PCFMNT01 - one imprest cash box
      * per branch office.  PCSENT01
      * keys the custodian's slips and
      * cash counts against it; PCFRPL01
      * replenishes it.
      *----------------------------------
           SELECT PETTY-CASH-FUND-FILE
               ASSIGN TO "pcfund"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCF-FUND
               ACCESS MODE IS DYNAMIC.
