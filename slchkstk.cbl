      *----------------------------------
      * SLCHKSTK.CBL
      * File-control for the blank
      * check-stock inventory - one
      * record per form serial received.
      *----------------------------------
           SELECT OPTIONAL CHECK-STOCK-FILE
               ASSIGN TO "chkstock"
               ORGANIZATION IS INDEXED
               RECORD KEY IS STK-KEY
               ALTERNATE RECORD KEY IS STK-CHECK-KEY
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
