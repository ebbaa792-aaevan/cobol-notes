      *----------------------------------
      * SLRFNREQ.CBL
      * File-control for the refund
      * requests sent to vendors holding
      * a debit balance.
      *----------------------------------
           SELECT OPTIONAL REFUND-REQUEST-FILE
               ASSIGN TO "rfndreq"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RFR-KEY
               ACCESS MODE IS DYNAMIC.
