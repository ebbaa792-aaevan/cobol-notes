      * always was.  When lines exist
      * they should foot to PO-AMOUNT -
      * POMNT01 warns when they do not.
      *
      * POL-CATEGORY is the spend
      * category (FDSPCAT) the line is
      * bought under.  Blank falls back
      * to the default category of the
      * PO's GL account.
      *----------------------------------
       FD  PO-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           05 POL-DESCRIPTION          PIC X(30).
           05 POL-QUANTITY             PIC 9(05).
           05 POL-UNIT-PRICE           PIC S9(5)V99.
           05 POL-CATEGORY             PIC X(04).
