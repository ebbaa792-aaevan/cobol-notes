      *----------------------------------
      * FDTRDPTR.CBL
      * TRADING-PARTNER-RECORD layout.
      * One record per EDI trading
      * partner, keyed by the sender ID
      * the partner puts in ISA06 of
      * every interchange.  TPT-VENDOR
      * is the vendor its 810 invoices
      * are vouchered to.
      *
      * TPT-GL-ACCOUNT is the expense
      * account an 810 that matches no
      * coded PO is distributed to when
      * the vendor carries no default
      * GL template - ZERO means such
      * an invoice is rejected for
      * coding.  TPT-STATUS "A" is
      * active, "I" inactive: an
      * inactive partner's interchanges
      * are acknowledged but every
      * invoice is rejected.
      *----------------------------------
       FD  TRADING-PARTNER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRADING-PARTNER-RECORD.
           05 TPT-PARTNER-ID           PIC X(15).
           05 TPT-VENDOR               PIC 9(05).
           05 TPT-NAME                 PIC X(30).
           05 TPT-GL-ACCOUNT           PIC 9(06).
           05 TPT-STATUS               PIC X(01).
