      *----------------------------------
      * SLACHRTN.CBL
      * File-control for the ACH debit
      * return instructions ACHDEC01
      * writes for the bank.  Line
      * sequential, appended to - the
      * treasury desk sends it and
      * clears it.
      *----------------------------------
           SELECT OPTIONAL ACH-DEBIT-RETURN-FILE
               ASSIGN TO "achdbret"
               ORGANIZATION IS LINE SEQUENTIAL.
