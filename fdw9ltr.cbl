      *----------------------------------
      * FDW9LTR.CBL
      * W9-LETTER-RECORD layout.  One
      * line per step W9LTR01 takes with
      * a 1099 vendor that has no W-9,
      * or one older than the age limit
      * the run was given:
      *   "1" first request mailed;
      *   "2" second notice, 30 days on;
      *   "R" still nothing 30 days after
      *       the second notice - put on
      *       the supervisor list for
      *       backup-withholding review.
      * W9L-REASON is "M" no W-9 on file,
      * "E" the W-9 on file is too old.
      * A step dated before the vendor's
      * current VENDOR-W9-DATE belongs to
      * an earlier round and starts
      * nothing.  The sequence is one up
      * from the highest on file per
      * vendor.  VNDINQ01 shows the
      * history with the vendor.
      *----------------------------------
       FD  W9-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  W9-LETTER-RECORD.
           05 W9L-KEY.
              10 W9L-VENDOR            PIC 9(05).
              10 W9L-SEQUENCE          PIC 9(03).
           05 W9L-DATE                 PIC 9(08).
           05 W9L-TYPE                 PIC X(01).
           05 W9L-REASON               PIC X(01).
           05 W9L-OPERATOR             PIC X(08).
