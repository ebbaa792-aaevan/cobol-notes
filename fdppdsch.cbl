      *----------------------------------
      * FDPPDSCH.CBL
      * PREPAID-SCHEDULE-RECORD layout.
      * One record per voucher the clerk
      * flagged prepaid in VCHMNT01 -
      * a year's insurance, a software
      * maintenance contract.  The
      * voucher accrues to PPS-ASSET-
      * ACCOUNT (CONTROL-PREPAID-
      * ACCOUNT when it was keyed)
      * instead of its expense lines,
      * and PPDAMR01 moves it out to
      * the expense lines copied here,
      * one month at a time, starting
      * with PPS-START-PERIOD (CCYYMM)
      * for PPS-MONTHS months.
      *
      * PPS-AMORTIZED is what has been
      * moved to expense so far and
      * PPS-MONTHS-POSTED how many
      * months of the schedule that
      * covered; PPS-LAST-PERIOD is the
      * last month PPDAMR01 posted, so
      * a second run for the same month
      * posts nothing.  PPS-AMOUNT less
      * PPS-AMORTIZED is what still
      * sits in the asset - PPDRPT01
      * proves the account with it.
      *
      * PPS-STATUS "A" is amortizing,
      * "C" fully expensed.
      *
      * The distribution lines are
      * carried here rather than read
      * back off the voucher, because a
      * paid voucher is archived long
      * before a twelve-month schedule
      * runs out.
      *----------------------------------
       FD  PREPAID-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREPAID-SCHEDULE-RECORD.
           05 PPS-VOUCHER-NUMBER        PIC 9(07).
           05 PPS-COMPANY               PIC 9(01).
           05 PPS-VENDOR                PIC 9(05).
           05 PPS-INVOICE               PIC X(15).
           05 PPS-ASSET-ACCOUNT         PIC 9(06).
           05 PPS-AMOUNT                PIC S9(6)V99.
           05 PPS-START-PERIOD          PIC 9(06).
           05 PPS-MONTHS                PIC 9(03).
           05 PPS-MONTHS-POSTED         PIC 9(03).
           05 PPS-AMORTIZED             PIC S9(6)V99.
           05 PPS-LAST-PERIOD           PIC 9(06).
           05 PPS-STATUS                PIC X(01).
           05 PPS-ADDED-DATE            PIC 9(08).
           05 PPS-LINE-COUNT            PIC 9(01).
           05 PPS-LINE OCCURS 5 TIMES.
              10 PPS-LINE-ACCOUNT       PIC 9(06).
              10 PPS-LINE-COMPANY       PIC 9(01).
              10 PPS-LINE-AMOUNT        PIC S9(6)V99.
