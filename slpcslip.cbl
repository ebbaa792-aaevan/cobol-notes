      *----------------------------------
      * SLPCSLIP.CBL
      * File-control for the petty cash
      * expenditure slips PCSENT01
      * writes and PCFRPL01 turns into
      * replenishment vouchers.
      *----------------------------------
           SELECT PETTY-CASH-SLIP-FILE
               ASSIGN TO "pcslip"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PSL-KEY
               ACCESS MODE IS DYNAMIC.
