      * AUDIT-LOG-RECORD layout.  One line
      * per ADD, CHANGE field, or DELETE
      * committed to VOUCHER-FILE (by
      * VCHMNT01/VCHPIC01), to VENDOR-
      * FILE (by VNDMNT01) or to one of
      * the master tables, carrying who
      * made the change, when, which
      * record and field, and the value
      * before and after.
      *
      * AUD-SOURCE tells the streams
      * apart on the one shared file:
      * "V" is a voucher-side entry
      * (AUD-VOUCHER-NUMBER is the key),
      * "N" is a vendor-side entry
      * (AUD-VENDOR-NUMBER is the key,
      * AUD-VOUCHER-NUMBER is zero; a
      * mass change VNDREL01 released
      * carries "MASS" and its batch in
      * AUD-TABLE-KEY).
      * The master-table entries (see
      * PLAUDMST.CBL) carry both numbers
      * zero and the record's key in
      * AUD-TABLE-KEY:
      *   "C" control record (CTLMNT01)
      *   "B" bank account   (BNKMNT01)
      *   "P" period         (PRDMNT01)
      *   "G" GL account     (GLAMNT01)
      *   "A" approver range (APRMNT01)
      *   "T" GL template    (TPLMNT01)
      *   "U" budget         (BUDMNT01)
      *   "F" petty cash fund (PCFMNT01)
      *   "D" ACH debit originator
      *       (ACOMNT01)
      *   "O" operator       (OPRMNT01)
      * Entries written before AUD-
      * TABLE-KEY was added read it as
      * spaces.
      *----------------------------------
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05 AUD-AFTER-VALUE       PIC X(30).
           05 AUD-SOURCE            PIC X(01).
           05 AUD-VENDOR-NUMBER     PIC 9(05).
           05 AUD-TABLE-KEY         PIC X(15).
