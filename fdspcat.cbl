      *----------------------------------
      * FDSPCAT.CBL
      * SPEND-CATEGORY-RECORD layout.
      * One record per purchasing spend
      * category ("ITHW" IT hardware,
      * "FACS" facilities services ...)
      * - the buckets purchasing asks
      * about across every vendor and
      * account.  SPCMNT01 maintains the
      * table.  A PO line names its
      * category (POL-CATEGORY); a GL
      * account names the default for
      * spend coded to it without a PO
      * (GLA-SPEND-CATEGORY).  CATSPN01
      * reports spend by category.
      *----------------------------------
       FD  SPEND-CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPEND-CATEGORY-RECORD.
           05 SPC-CODE                 PIC X(04).
           05 SPC-DESCRIPTION          PIC X(30).
