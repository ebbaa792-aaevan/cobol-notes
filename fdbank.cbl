      * account numbers its checks
      * independently now that there can
      * be more than one account.
      *
      * BNK-FACSIMILE-LIMIT and BNK-TWO-
      * SIGNER-LIMIT carry the board's
      * signing resolution for the
      * account.  A check for more than
      * the facsimile limit prints with
      * its signature block blank and
      * needs a live signature; more than
      * the two-signer limit, two live
      * signatures.  CHKPRT01 lists such
      * checks for the signers and CHKSGN01
      * logs each signature.  Zero means
      * no limit.  BNKCNV01 added them.
      *
      * BNK-STOCK-REORDER-LEVEL is the
      * count of blank check forms on
      * hand (FDCHKSTK) below which
      * STKREC01 warns to reorder stock
      * for the account.  Zero means no
      * warning.  BNKCNV02 added it.
      *----------------------------------
       FD  BANK-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           05 BNK-ACH-COMPANY-ID       PIC X(10).
           05 BNK-GL-CASH-ACCOUNT      PIC 9(06).
           05 BNK-LAST-CHECK           PIC 9(06).
           05 BNK-FACSIMILE-LIMIT      PIC 9(08)V99.
           05 BNK-TWO-SIGNER-LIMIT     PIC 9(08)V99.
           05 BNK-STOCK-REORDER-LEVEL  PIC 9(05).
