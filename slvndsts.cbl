      *----------------------------------
      * SLVNDSTS.CBL
      * File-control for the nightly
      * vendor invoice-status extract.
      *----------------------------------
           SELECT VENDOR-STATUS-FILE
               ASSIGN TO "vndstat"
               ORGANIZATION IS LINE SEQUENTIAL.
