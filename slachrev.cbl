      *----------------------------------
      * SLACHREV.CBL
      * File-control for the ACH debit
      * review log - every debit notice
      * ACHDBR01 has checked, and the
      * return/accept decisions taken on
      * the ones it stopped.
      *----------------------------------
           SELECT OPTIONAL ACH-DEBIT-REVIEW-FILE
               ASSIGN TO "achdbrev"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ADR-TRACE
               ACCESS MODE IS DYNAMIC.
