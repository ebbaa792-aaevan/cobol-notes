      *----------------------------------
      * SLSPCAT.CBL
      * File-control for the spend
      * category table.
      *----------------------------------
           SELECT OPTIONAL SPEND-CATEGORY-FILE
               ASSIGN TO "spendcat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SPC-CODE
               ACCESS MODE IS DYNAMIC.
