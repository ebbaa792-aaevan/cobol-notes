      *----------------------------------
      * SLHLDTXT.CBL
      * File-control for the vendor-safe
      * hold wording table.
      *----------------------------------
           SELECT OPTIONAL HOLD-TEXT-FILE
               ASSIGN TO "holdtext"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HTX-REASON-CODE
               ACCESS MODE IS DYNAMIC.
