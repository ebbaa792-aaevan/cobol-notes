      *   debited and the account's
      *   BNK-GL-CASH-ACCOUNT credited.
      *
      *   "PPD" - prepaid-expense
      *   amortization written monthly
      *   by PPDAMR01: each of a prepaid
      *   voucher's expense lines
      *   debited for its share of the
      *   month and CONTROL-PREPAID-
      *   ACCOUNT credited.
      *
      *   "WHD" - a backup-withholding
      *   deposit recorded by WHDMNT01:
      *   CONTROL-WHHOLD-ACCOUNT debited
      *   and cash credited, dated the
      *   day the deposit was made.
      *
      *   "ACD" - an ACH debit an
      *   outside originator pulled from
      *   one of our accounts: the
      *   originator's GL account
      *   debited and the account's
      *   BNK-GL-CASH-ACCOUNT credited,
      *   dated the debit's effective
      *   date.  ACHDBR01 writes it for
      *   an authorized debit, ACHDEC01
      *   when a stopped one is
      *   accepted.
      *
      *   "WOF" - a supervisor-approved
      *   write-off posted by WOFRUN01:
      *   AP cleared for the voucher's
      *   open balance and the offset
      *   booked to CONTROL-RECOVERY-
      *   ACCOUNT (an aged credit) or
      *   CONTROL-SMALLBAL-ACCOUNT
      *   (residual cents).
      *
      * GLP-AMOUNT - positive is a debit
      * to the account, negative is a
      * credit.
