      *----------------------------------
      * FDPCFUND.CBL
      * PETTY-CASH-FUND-RECORD layout.
      * One record per imprest fund.
      *
      * PCF-IMPREST-AMOUNT is what the
      * box should always hold in cash
      * and slips together.  PCF-CASH-
      * ACCOUNT is the GL petty cash
      * account the imprest sits in -
      * establishing the fund or
      * changing the imprest is a
      * journal entry to it; the
      * replenishment voucher never
      * touches it.
      *
      * PCF-CUSTODIAN is the employee
      * payee (EMPLOYEE-FILE) the
      * replenishment voucher is paid
      * to; PCF-CUSTODIAN-ID is the
      * operator who keys the fund's
      * slips in PCSENT01.
      *
      * PCF-CASH-COUNT/-COUNT-DATE are
      * the custodian's latest count of
      * the box.  PCF-LAST-SLIP numbers
      * the fund's slips.  PCF-STATUS
      * "A" active, "I" inactive - an
      * inactive fund takes no slips
      * and is not replenished.
      *----------------------------------
       FD  PETTY-CASH-FUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-FUND-RECORD.
           05 PCF-FUND                 PIC 9(03).
           05 PCF-NAME                 PIC X(30).
           05 PCF-COMPANY              PIC 9(01).
           05 PCF-CUSTODIAN            PIC 9(05).
           05 PCF-CUSTODIAN-ID         PIC X(08).
           05 PCF-IMPREST-AMOUNT       PIC 9(05)V99.
           05 PCF-CASH-ACCOUNT         PIC 9(06).
           05 PCF-STATUS               PIC X(01).
           05 PCF-LAST-SLIP            PIC 9(05).
           05 PCF-CASH-COUNT           PIC 9(05)V99.
           05 PCF-COUNT-DATE           PIC 9(08).
           05 PCF-LAST-REPLENISHED     PIC 9(08).
