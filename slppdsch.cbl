      *----------------------------------
      * SLPPDSCH.CBL
      * File-control for the prepaid-
      * expense amortization schedules.
      *----------------------------------
           SELECT PREPAID-SCHEDULE-FILE
               ASSIGN TO "ppdsch"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PPS-VOUCHER-NUMBER
               ACCESS MODE IS DYNAMIC.
