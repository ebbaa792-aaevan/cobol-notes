      *----------------------------------
      * SLBKPCAT.CBL
      * File-control for the backup
      * generation catalog BKPGEN01
      * writes and BKPVFY01 proves.
      *----------------------------------
           SELECT OPTIONAL BACKUP-CATALOG-FILE
               ASSIGN TO "bkpcat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BCT-KEY
               ACCESS MODE IS DYNAMIC.
