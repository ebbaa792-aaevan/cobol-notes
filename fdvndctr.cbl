      *----------------------------------
      * FDVNDCTR.CBL
      * VENDOR-CONTRACT-RECORD layout.
      * One record per agreement we hold
      * with a vendor - software, service
      * and subscription contracts with a
      * renewal date.  CNTMNT01 maintains
      * these, RNWRPT01 warns of notice
      * deadlines coming up, and a
      * voucher may be tied to one
      * (FDVCHCTR) so spend to date can
      * be totaled by contract.
      *
      * VCT-CONTRACT-ID is unique across
      * all vendors.  VCT-NOTICE-DAYS is
      * how many days before
      * VCT-RENEWAL-DATE notice has to
      * be given to stop or renegotiate
      * a renewal.  VCT-AUTO-RENEW "Y"
      * means it renews by itself unless
      * notice is given.  VCT-OWNER is
      * the operator ID of whoever is
      * responsible for the agreement.
      *
      * These are separate from the
      * vendor record's single
      * not-to-exceed ceiling (VENDOR-
      * CONTRACT-CEILING), which VCHMNT01
      * still enforces.
      *----------------------------------
       FD  VENDOR-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-CONTRACT-RECORD.
           05 VCT-CONTRACT-ID          PIC X(10).
           05 VCT-VENDOR               PIC 9(05).
           05 VCT-DESCRIPTION          PIC X(30).
           05 VCT-RENEWAL-DATE         PIC 9(08).
           05 VCT-NOTICE-DAYS          PIC 9(03).
           05 VCT-AUTO-RENEW           PIC X(01).
           05 VCT-ANNUAL-VALUE         PIC 9(08)V99.
           05 VCT-OWNER                PIC X(08).
