      *----------------------------------
      * FDASTADD.CBL
      * ASSET-ADDITION-RECORD layout.
      * One record per voucher GL line
      * coded to a capital account
      * (GLA-CAPITAL-FLAG "Y"), keyed by
      * voucher number and distribution
      * line, so the fixed-asset group
      * sees the invoice, vendor and PO
      * behind every addition the day it
      * is vouchered instead of finding
      * a bare GL amount at month end.
      * The shared PLASTADD routine
      * writes them as the voucher's
      * accrual posts and takes them
      * back out when the accrual is
      * reversed.
      *
      * AAD-STATUS is "W" while the
      * addition is waiting for the
      * fixed-asset group's tag and
      * location, and "T" once ASTMNT01
      * has recorded both.  A tagged
      * addition is never removed by a
      * voucher change or delete - the
      * routine warns instead, and the
      * asset group adjusts its register
      * by hand.  ASTRPT01 lists every
      * addition still at "W".
      *----------------------------------
       FD  ASSET-ADDITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSET-ADDITION-RECORD.
           05 AAD-KEY.
              10 AAD-VOUCHER-NUMBER    PIC 9(07).
              10 AAD-LINE-NUMBER       PIC 9(01).
           05 AAD-COMPANY              PIC 9(01).
           05 AAD-VENDOR               PIC 9(05).
           05 AAD-INVOICE              PIC X(15).
           05 AAD-PO-NUMBER            PIC 9(06).
           05 AAD-GL-ACCOUNT           PIC 9(06).
           05 AAD-AMOUNT               PIC S9(6)V99.
           05 AAD-DESCRIPTION          PIC X(30).
           05 AAD-ADDED-DATE           PIC 9(08).
           05 AAD-ADDED-BY             PIC X(08).
           05 AAD-STATUS               PIC X(01).
           05 AAD-ASSET-TAG            PIC X(12).
           05 AAD-LOCATION             PIC X(20).
           05 AAD-TAGGED-DATE          PIC 9(08).
           05 AAD-TAGGED-BY            PIC X(08).
