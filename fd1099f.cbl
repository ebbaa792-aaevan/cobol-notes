      *----------------------------------
      * FD1099F.CBL
      * FILED-1099-RECORD layout.  One
      * record per company, tax year,
      * vendor, form and box - what the
      * IRS was actually told.  VND1099
      * writes the set when an operator
      * marks its run as the filing copy
      * (replacing any earlier set for
      * that company and year); VND1099C
      * compares the year's current totals
      * against it and, for each group it
      * files a correction for, rewrites
      * F99-AMOUNT to the corrected figure
      * and stamps F99-CORRECTED-DATE, so
      * a second correction starts from
      * the first one.
      *
      * The payee's name, TIN and mailing
      * address are kept as filed - a
      * vendor merged away in VNDMRG01 is
      * deleted from the vendor file, and
      * its corrected-to-zero return still
      * has to say who it is for.
      *----------------------------------
       FD  FILED-1099-FILE
           LABEL RECORDS ARE STANDARD.
       01  FILED-1099-RECORD.
           05 F99-KEY.
              10 F99-COMPANY           PIC 9(01).
              10 F99-TAX-YEAR          PIC 9(04).
              10 F99-VENDOR            PIC 9(05).
              10 F99-FORM              PIC X(03).
              10 F99-BOX               PIC 9(02).
           05 F99-AMOUNT               PIC S9(09)V99.
           05 F99-PAYEE-NAME           PIC X(30).
           05 F99-PAYEE-TIN            PIC X(11).
           05 F99-ADDRESS-1            PIC X(30).
           05 F99-ADDRESS-2            PIC X(30).
           05 F99-CITY                 PIC X(20).
           05 F99-STATE                PIC X(02).
           05 F99-ZIP                  PIC X(10).
           05 F99-FILED-DATE           PIC 9(08).
           05 F99-CORRECTED-DATE       PIC 9(08).
           05 F99-CORRECTION-COUNT     PIC 9(02).
