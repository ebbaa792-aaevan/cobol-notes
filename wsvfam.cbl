      *----------------------------------
      * WSVFAM.CBL
      * Working storage for the shared
      * vendor-family routines in
      * PLVFAM.CBL.  A family is a
      * parent vendor plus every branch
      * vendor whose VENDOR-PARENT
      * points at it - one level only,
      * VNDMNT01 will not link a branch
      * under another branch.
      *
      * The calling program has VENDOR-
      * FILE open (and INVOICE-XREF-
      * FILE for the invoice check),
      * moves the vendor in question to
      * FAM-VENDOR and PERFORMs LOAD-
      * VENDOR-FAMILY or CHECK-FAMILY-
      * INVOICE (PLVFINV.CBL).  FAM-ROOT comes back as
      * the parent (the vendor itself
      * when it has none), FAM-MEMBER
      * (1) is always the root and the
      * branches follow.  The VENDOR-
      * RECORD buffer is put back the
      * way it was, but the file is
      * left positioned on the VENDOR-
      * PARENT key - a caller reading
      * the master in sequence has to
      * START it again.
      *----------------------------------
       77  FAM-VENDOR                  PIC 9(05).
       77  FAM-INVOICE                 PIC X(15).
       77  FAM-ROOT                    PIC 9(05).
       77  FAM-AT-END                  PIC X(01).
       77  FAM-RECORD-FOUND            PIC X(01).
       77  FAM-TABLE-FULL              PIC X(01).
       77  FAM-DUP-FOUND               PIC X(01).
       77  FAM-DUP-VENDOR              PIC 9(05).
       77  FAM-DUP-VOUCHER             PIC 9(07).
       77  FAM-INDEX                   PIC 9(02).
       77  FAM-MEMBER-COUNT            PIC 9(02).
       01  FAM-MEMBER-TABLE.
           05 FAM-MEMBER               PIC 9(05) OCCURS 50 TIMES.
      *    Parks the caller's vendor while the family is read -
      *    keep it at least as long as VENDOR-RECORD.
       01  FAM-SAVE-RECORD             PIC X(539).
