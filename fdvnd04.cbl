      * the extra VENDOR-WIRE fields the
      * bank needs: beneficiary bank,
      * intermediary routing, and the
      * standing reference line.  "V"
      * pays by single-use virtual card -
      * CHKRUN01 writes a card-payment
      * request for the bank, which
      * e-mails the card number to
      * VENDOR-EMAIL; no bank details.
      * VENDOR-BANK-ACCOUNT-TYPE is "C" for
      * checking or "S" for savings.
      *
      * a missing W-9.  Re-keying the
      * TAX-ID in VNDMNT01 clears it
      * for the next matching cycle.
      *
      * VENDOR-ERS-FLAG "Y" marks a
      * vendor paid by evaluated
      * receipt settlement - no invoice
      * is ever sent.  ERSGEN01 turns
      * each receipt against the
      * vendor's POs into a voucher at
      * the PO line price and writes
      * the self-billing notice the
      * vendor matches its receivables
      * against.  "N" (the default) is
      * ordinary invoice vouchering.
      *
      * VENDOR-STATUS "O" is a vendor
      * still onboarding - every vendor
      * VNDMNT01 adds starts there and
      * cannot be selected for payment
      * until VNDONB01 activates it
      * ("A").  That takes each checklist
      * item satisfied or waived by a
      * supervisor: W-9 (or current W-8)
      * received, a clean TIN-matching
      * response for a 1099 vendor
      * (VENDOR-TIN-MATCH-DATE, stamped
      * by TINMAT01, zeroed when the TIN
      * is re-keyed), a routing number
      * that passes the check digit and
      * is on the routing directory, the
      * ACH prenote cleared, and every
      * required compliance document on
      * file.  VENDOR-WAIVE-ITEM (1-5, in
      * that order) is "Y" where a
      * supervisor waived the item.
      * VENDOR-ADDED-DATE is the day the
      * vendor went on file - zero on
      * vendors that predate onboarding.
      *
      * VENDOR-PARENT ties a branch remit
      * point to the parent vendor it
      * belongs to - the national
      * supplier on file under one
      * number per branch, each a real
      * place to send the money, so not
      * a VNDMRG01 case.  ZERO means the
      * vendor stands alone (or is the
      * parent).  One level only: a
      * parent never has a parent of its
      * own.  Spend (VNDSPN01), aging
      * (APAGE01), the duplicate-invoice
      * edit and the contract ceiling
      * roll the branches up to it; the
      * alternate key finds a parent's
      * branches.
      *----------------------------------
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           05 VENDOR-NRA-RATE               PIC 9(02)V99.
           05 VENDOR-1099-FORM              PIC X(03).
           05 VENDOR-1099-BOX               PIC 9(02).
           05 VENDOR-ERS-FLAG               PIC X(01).
           05 VENDOR-TIN-MATCH-DATE         PIC 9(08).
           05 VENDOR-ONBOARD-WAIVERS.
              10 VENDOR-WAIVE-TAX-FORM     PIC X(01).
              10 VENDOR-WAIVE-TIN-MATCH    PIC X(01).
              10 VENDOR-WAIVE-ROUTING      PIC X(01).
              10 VENDOR-WAIVE-PRENOTE      PIC X(01).
              10 VENDOR-WAIVE-DOCS         PIC X(01).
           05 FILLER REDEFINES VENDOR-ONBOARD-WAIVERS.
              10 VENDOR-WAIVE-ITEM         PIC X(01) OCCURS 5 TIMES.
           05 VENDOR-ADDED-DATE             PIC 9(08).
           05 VENDOR-PARENT                 PIC 9(05).
