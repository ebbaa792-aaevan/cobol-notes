      *----------------------------------
      * SLTRDPTR.CBL
      * File-control for the EDI
      * trading-partner file maintained
      * by TPTMNT01 and read by EDIINV01
      * to find the vendor behind an
      * interchange sender.
      *----------------------------------
           SELECT TRADING-PARTNER-FILE
               ASSIGN TO "tradptr"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TPT-PARTNER-ID
               ACCESS MODE IS DYNAMIC.
