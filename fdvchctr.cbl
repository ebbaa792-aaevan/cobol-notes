      *----------------------------------
      * FDVCHCTR.CBL
      * VOUCHER-CONTRACT-RECORD layout.
      * Ties a voucher to the vendor
      * contract (FDVNDCTR) it is billed
      * under - one record per voucher
      * that names a contract, written
      * by VCHMNT01.  Kept beside the
      * voucher rather than on it so the
      * voucher record stays the size of
      * the backup and journal images.
      * The alternate key lets RNWRPT01
      * total a contract's spend to date
      * without reading every voucher.
      *----------------------------------
       FD  VOUCHER-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-CONTRACT-RECORD.
           05 VCC-VOUCHER-NUMBER       PIC 9(07).
           05 VCC-CONTRACT-ID          PIC X(10).
