      *----------------------------------
      * SLALWOVR.CBL
      * File-control for the voucher
      * line allowability overrides.
      *----------------------------------
           SELECT OPTIONAL ALLOWABILITY-OVERRIDE-FILE
               ASSIGN TO "alwovr"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AOV-KEY
               ACCESS MODE IS DYNAMIC.
