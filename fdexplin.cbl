      *----------------------------------
      * FDEXPLIN.CBL
      * EXPENSE-LINE-RECORD layout.  One
      * record per line of an employee
      * expense report, keyed by the
      * voucher the report became and
      * the line number on it.  The
      * voucher carries only the GL
      * totals; these lines are the
      * detail behind them.
      *
      * EXL-TYPE "P" is a per-diem line
      * (EXL-QUANTITY is days, EXL-RATE
      * the daily allowance), "M" a
      * mileage line (QUANTITY is miles
      * at the company mileage rate),
      * "O" any other receipted expense
      * (QUANTITY 1, RATE the receipt
      * amount).  EXL-AMOUNT is always
      * QUANTITY times RATE, rounded.
      *----------------------------------
       FD  EXPENSE-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-LINE-RECORD.
           05 EXL-KEY.
              10 EXL-VOUCHER-NUMBER    PIC 9(07).
              10 EXL-LINE-NUMBER       PIC 9(02).
           05 EXL-EMPLOYEE             PIC 9(05).
           05 EXL-TYPE                 PIC X(01).
           05 EXL-DATE                 PIC 9(08).
           05 EXL-DESCRIPTION          PIC X(30).
           05 EXL-QUANTITY             PIC 9(04)V9.
           05 EXL-RATE                 PIC 9(05)V999.
           05 EXL-AMOUNT               PIC S9(6)V99.
           05 EXL-GL-ACCOUNT           PIC 9(06).
