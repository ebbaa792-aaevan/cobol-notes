      * the vendor master never learns
      * the payee existed.
      *
      * VOUCHER-ONE-TIME-FLAG "E" marks
      * an employee expense
      * reimbursement written by
      * EXPENT01: the vendor number is
      * the employee's, from the
      * reserved 98000-98999 range, and
      * the VOUCHER-OT fields carry the
      * employee's name and address.
      * It is paid by ACH to the bank
      * account on the EMPLOYEE-FILE,
      * is never 1099-reportable, and
      * stays out of the vendor spend
      * and diversity reporting.
      *
      * VOUCHER-TAX-SELF-ASSESSED "Y"
      * means the tax in VOUCHER-TAX-
      * AMOUNT was use tax we accrued
      * intercompany due-to/due-from
      * pairs post from it.
      *
      * VOUCHER-GL-LINE-JOB is a second
      * parallel table the same way:
      * the project / job (FDJOBMST)
      * each distribution line's cost
      * belongs to, ZERO for a line
      * that is not job cost.  The
      * entry programs refuse a job
      * not on file or closed, and
      * JOBRPT01 collects vouchered
      * and paid cost by it.
      *
      * VOUCHER-1099-FORM/-BOX override
      * the vendor's default 1099
      * classification for this one
      * own invoice date, and CYCRPT01
      * measures processing cycle time
      * from it.
      *
      * VOUCHER-OPEN-ITEM is "Y" while
      * VOUCHER-PAID-AMOUNT falls short
      * of VOUCHER-AMOUNT and "N" once
      * they agree.  It is an alternate
      * key, as is VOUCHER-PAID-DATE,
      * so the nightly jobs START
      * straight at the open items or
      * at the day's payments instead
      * of reading the whole file.
      * Every program that writes or
      * rewrites a voucher PERFORMs
      * SET-VOUCHER-OPEN-ITEM
      * (PLVOPEN.CBL) first - the flag
      * is only as good as that.
      *
      * VAT/GST on an overseas invoice.
      * VOUCHER-VAT-AMOUNT is the VAT
      * the vendor charged, in the
      * invoice currency, at VOUCHER-
      * VAT-RATE (a percent, 20.00 for
      * 20%); VOUCHER-VAT-USD-AMOUNT is
      * the same VAT at the voucher's
      * exchange rate, as it was booked.
      * It is included in VOUCHER-
      * AMOUNT (the vendor is owed it)
      * but is coded to CONTROL-VAT-
      * ACCOUNT, the recoverable-VAT
      * asset, not to expense.
      * VOUCHER-VAT-COUNTRY is the
      * country the VAT is reclaimed
      * from and VOUCHER-VAT-REG-NO the
      * vendor's VAT registration
      * number there - VATRPT01 lists
      * them by country for the
      * quarterly refund filings.  ZERO
      * and SPACE for a voucher with no
      * VAT, which is every USD one.
      *----------------------------------
       FD  VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
           05 VOUCHER-GL-LINE-COMPANY     OCCURS 5 TIMES
                                          PIC 9(01).
           05 VOUCHER-LAST-FXGL-AMT       PIC S9(6)V99.
           05 VOUCHER-GL-LINE-JOB         OCCURS 5 TIMES
                                          PIC 9(06).
           05 VOUCHER-OPEN-ITEM           PIC X(01).
           05 VOUCHER-VAT-AMOUNT          PIC S9(6)V99.
           05 VOUCHER-VAT-RATE            PIC 9(02)V99.
           05 VOUCHER-VAT-USD-AMOUNT      PIC S9(6)V99.
           05 VOUCHER-VAT-COUNTRY         PIC X(02).
           05 VOUCHER-VAT-REG-NO          PIC X(20).
