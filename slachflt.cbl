      *----------------------------------
      * SLACHFLT.CBL
      * File-control for the ACH debit
      * filter ACOMNT01 exports for the
      * bank.  Line sequential, rewritten
      * whole on every export.
      *----------------------------------
           SELECT ACH-DEBIT-FILTER-FILE
               ASSIGN TO "achfiltr"
               ORGANIZATION IS LINE SEQUENTIAL.
