      *----------------------------------
      * SLBKPIMG.CBL
      * A backup image - one master file
      * of one generation, copied flat
      * the way TRNREF01 exports for the
      * training load.  Assigned through
      * BACKUP-IMAGE-NAME (WSBKPTOT.CBL)
      * so one SELECT serves every
      * master and every generation.
      *----------------------------------
           SELECT BACKUP-IMAGE-FILE
               ASSIGN TO BACKUP-IMAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-IMAGE-STATUS.
