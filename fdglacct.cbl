      * GLA-STATUS is "A" while the
      * account is open to coding and
      * "I" once the GL team retires it.
      *
      * GLA-CAPITAL-FLAG "Y" marks a
      * capital (fixed-asset) account.
      * Every voucher line VCHMNT01 or
      * VCHIMP01 codes to one writes an
      * asset-addition record for the
      * fixed-asset group to tag - see
      * FDASTADD.  "N" is an ordinary
      * expense or balance-sheet account.
      *
      * GLA-SPEND-CATEGORY is the spend
      * category (FDSPCAT) that spend
      * coded to the account falls in
      * when no PO line names one -
      * blank leaves it uncategorized.
      *
      * GLA-ALLOWABLE "Y" means cost
      * coded to the account is
      * allowable on the government
      * contracts; "N" marks the
      * unallowable ones (entertainment,
      * alcohol, lobbying, certain
      * interest).  A voucher line takes
      * the account's flag unless the
      * clerk overrides it - see
      * FDALWOVR.
      *----------------------------------
       FD  GL-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           05 GLA-ACCOUNT              PIC 9(06).
           05 GLA-DESCRIPTION          PIC X(30).
           05 GLA-STATUS               PIC X(01).
           05 GLA-CAPITAL-FLAG         PIC X(01).
           05 GLA-SPEND-CATEGORY       PIC X(04).
           05 GLA-ALLOWABLE            PIC X(01).
