      *----------------------------------
      * SLDSCPLN.CBL
      * File-control for the discount-
      * capture plan DSCPLN01 writes and
      * VCHPRP01 proposes from.  A fresh
      * file each planner run.
      *----------------------------------
           SELECT DISCOUNT-PLAN-FILE
               ASSIGN TO "dscplan"
               ORGANIZATION IS LINE SEQUENTIAL.
