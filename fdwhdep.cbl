      *----------------------------------
      * FDWHDEP.CBL
      * WITHHOLDING-DEPOSIT-RECORD
      * layout.  One record per deposit
      * of backup withholding made with
      * the IRS - the money the
      * withholding ledger (FDWHHOLD)
      * says we owe, actually sent.
      *
      * Keyed by company, the tax year
      * the deposit is FOR (a January
      * deposit usually pays December's
      * liability) and a sequence within
      * the year.  WHD-CONFIRMATION is
      * the EFT acknowledgment number
      * the deposit system gives back.
      *
      * WHDRPT01 applies the year's
      * deposits to the ledger's deposit
      * periods oldest first, and proves
      * each one against the "WHD" GL
      * line WHDMNT01 posted with it.
      *----------------------------------
       FD  WITHHOLDING-DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WITHHOLDING-DEPOSIT-RECORD.
           05 WHD-KEY.
              10 WHD-COMPANY            PIC 9(01).
              10 WHD-TAX-YEAR           PIC 9(04).
              10 WHD-SEQUENCE           PIC 9(03).
           05 WHD-DEPOSIT-DATE          PIC 9(08).
           05 WHD-AMOUNT                PIC S9(07)V99.
           05 WHD-CONFIRMATION          PIC X(15).
           05 WHD-ENTRY-DATE            PIC 9(08).
           05 WHD-OPERATOR              PIC X(08).
