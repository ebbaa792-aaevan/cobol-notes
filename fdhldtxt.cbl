      *----------------------------------
      * FDHLDTXT.CBL
      * HOLD-TEXT-RECORD layout.  One
      * record per internal hold reason
      * code, carrying the wording a
      * vendor may see for it.  The
      * dispute reason codes keyed in
      * VCHMNT01 are our own shorthand
      * ("PRCE", "QTY ", "DMG ") and some
      * are not for a vendor's eyes, so
      * VNDSTS01 never sends the code -
      * it looks the code up here and
      * sends HTX-VENDOR-TEXT.  HTXMNT01
      * maintains the table.
      *
      * Two codes are reserved for the
      * approval holds: "APPR" for a
      * voucher waiting on department
      * approval, "RJCT" for one the
      * approver rejected.  A code with
      * no record goes out as the
      * general "under review" wording.
      *----------------------------------
       FD  HOLD-TEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-TEXT-RECORD.
           05 HTX-REASON-CODE          PIC X(04).
           05 HTX-VENDOR-TEXT          PIC X(50).
