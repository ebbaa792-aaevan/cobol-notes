      *----------------------------------
      * SLERSNTC.CBL
      * File-control for the self-
      * billing notice ERSGEN01 writes
      * for the evaluated-receipt-
      * settlement vendors.  Output
      * only - a fresh file each run.
      *----------------------------------
           SELECT ERS-NOTICE-FILE
               ASSIGN TO "ersnotc"
               ORGANIZATION IS LINE SEQUENTIAL.
