      *----------------------------------
      * SLCSHFC.CBL
      * File-control for the saved cash
      * forecasts CSHREQ01 writes and
      * CFARPT01 reads.
      *----------------------------------
           SELECT OPTIONAL CASH-FORECAST-FILE
               ASSIGN TO "cashfcst"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CFC-KEY
               ACCESS MODE IS DYNAMIC.
