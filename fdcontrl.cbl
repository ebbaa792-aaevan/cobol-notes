      * posted to CONTROL-PO-VAR-
      * ACCOUNT.  Both zero means the
      * old exact-match regime.
      *
      * CONTROL-MILEAGE-RATE is the per-
      * mile reimbursement rate and
      * CONTROL-PER-DIEM-RATE the daily
      * travel allowance EXPENT01 prices
      * an employee expense report's
      * mileage and per-diem lines at.
      * A per-diem line can be keyed at
      * a different rate (a high-cost
      * city); mileage always pays the
      * company rate.
      *
      * CONTROL-PREPAID-ACCOUNT is the
      * prepaid-expense asset account.
      * A voucher flagged prepaid at
      * entry accrues here instead of
      * to its expense lines, and
      * PPDAMR01 moves it out to those
      * lines a month at a time.
      *
      * CONTROL-LAST-EDI-CONTROL is the
      * last interchange control number
      * EDIINV01 used on a 997
      * acknowledgment it sent back -
      * one up per acknowledgment, the
      * same way CONTROL-LAST-VOUCHER
      * numbers vouchers.
      *
      * CONTROL-APPROVAL-DAYS is how
      * long a voucher may sit pending
      * department approval, counted
      * from the day the invoice reached
      * us, before it escalates:
      * APRQUE01 puts it at the head of
      * every supervisor's queue and
      * APROVD01 lists it on the morning
      * overdue-approvals report.  Zero
      * turns escalation off.
      *
      * CONTROL-SPLIT-DAYS is the window
      * SPLRPT01 looks across for one
      * vendor's vouchers that each sit
      * at or under the sign-off
      * threshold but together cross it
      * - the $9,900 invoice keyed as
      * three $3,300 vouchers.  Zero
      * turns the cluster test off.
      * CONTROL-HOURS-START/-END (HHMM)
      * are the business day; a voucher
      * keyed outside them, or on a day
      * the bank calendar says is not a
      * business day, is flagged.  Both
      * zero turns that test off.
      *
      * CONTROL-INTERCO-VENDOR is the
      * vendor number the OTHER
      * companies pay this company
      * under - ICSSET01 makes the
      * month-end settlement voucher
      * payable to it, and GLPOST01
      * books the cash this company
      * receives when that voucher is
      * paid.  Zero until the company
      * is set up as a vendor.
      *
      * CONTROL-VAT-ACCOUNT is the
      * recoverable-VAT asset account.
      * VCHMNT01 codes the VAT on an
      * overseas invoice to it instead
      * of to expense, and it is what
      * VATRPT01's quarterly refund
      * claims draw down.  Zero leaves
      * the VAT in the expense lines.
      *
      * CONTROL-SMALLBAL-ACCOUNT is the
      * small-balance write-off account
      * WOFRUN01 credits (or debits) for
      * the residual cents a foreign-
      * currency or partial payment left
      * open on a voucher.  An aged
      * credit memo written off goes to
      * CONTROL-RECOVERY-ACCOUNT instead.
      * CONTROL-WOF-CREDIT-DAYS is how
      * old (from its invoice date) an
      * open credit must be, and
      * CONTROL-WOF-RESIDUAL-LIMIT how
      * small a part-paid voucher's
      * balance must be, before WOFRUN01
      * proposes writing it off.  Zero
      * turns that half of the proposal
      * off.
      *----------------------------------
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05 CONTROL-BANK-FEE-ACCOUNT    PIC 9(06).
           05 CONTROL-SOD-DAYS            PIC 9(03).
           05 CONTROL-TRAINING-FLAG       PIC X(01).
           05 CONTROL-MILEAGE-RATE        PIC 9(01)V999.
           05 CONTROL-PER-DIEM-RATE       PIC 9(03)V99.
           05 CONTROL-PREPAID-ACCOUNT     PIC 9(06).
           05 CONTROL-LAST-EDI-CONTROL    PIC 9(09).
           05 CONTROL-APPROVAL-DAYS       PIC 9(03).
           05 CONTROL-SPLIT-DAYS          PIC 9(03).
           05 CONTROL-HOURS-START         PIC 9(04).
           05 CONTROL-HOURS-END           PIC 9(04).
           05 CONTROL-INTERCO-VENDOR      PIC 9(05).
           05 CONTROL-VAT-ACCOUNT         PIC 9(06).
           05 CONTROL-SMALLBAL-ACCOUNT    PIC 9(06).
           05 CONTROL-WOF-CREDIT-DAYS     PIC 9(04).
           05 CONTROL-WOF-RESIDUAL-LIMIT  PIC 9(03)V99.
