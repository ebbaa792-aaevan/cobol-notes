      *----------------------------------
      * SLCHKSGN.CBL
      * File-control for the manual-
      * signature log - one record per
      * check printed over its account's
      * facsimile limit.
      *----------------------------------
           SELECT OPTIONAL CHECK-SIGNATURE-FILE
               ASSIGN TO "chksign"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CSG-KEY
               ACCESS MODE IS DYNAMIC.
