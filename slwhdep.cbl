      *----------------------------------
      * SLWHDEP.CBL
      * File-control for the backup-
      * withholding deposit file kept by
      * WHDMNT01.
      *----------------------------------
           SELECT OPTIONAL WITHHOLDING-DEPOSIT-FILE
               ASSIGN TO "whdeposit"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WHD-KEY
               ACCESS MODE IS DYNAMIC.
