      *----------------------------------
      * SLCOAMAP.CBL
      * File-control for the old-to-new
      * GL account mapping COARST01
      * loads for a chart restructure.
      *----------------------------------
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "coamap"
               ORGANIZATION IS LINE SEQUENTIAL.
