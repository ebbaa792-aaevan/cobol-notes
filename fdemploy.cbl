      *----------------------------------
      * FDEMPLOY.CBL
      * EMPLOYEE-RECORD layout.  One
      * record per employee who can be
      * reimbursed for travel and other
      * out-of-pocket expense.  Staff
      * home addresses and bank accounts
      * live here, not on VENDOR-FILE,
      * so they never reach VND1099,
      * VNDDUP01 or any other report
      * built from the vendor master.
      *
      * EMP-NUMBER is drawn from the
      * reserved 98000-98999 range -
      * VNDMNT01 will not issue a vendor
      * number there, so an employee
      * voucher's VOUCHER-VENDOR can
      * never collide with a vendor.
      *
      * Reimbursements always go out by
      * ACH, so EMP-BANK-ROUTING/-ACCOUNT/
      * -ACCOUNT-TYPE are required.  The
      * account is the one payroll
      * already deposits to, so no
      * prenote cycle is run on it.
      *
      * EMP-APPROVER-ID is the operator
      * who approves this employee's
      * expense reports - an EXPENT01
      * voucher is held for them on the
      * approval queue.  SPACE means no
      * approval step.
      *
      * EMP-STATUS "A" is active, "T"
      * terminated.  A terminated
      * employee is never deleted - the
      * vouchers already paid still
      * point here - but EXPENT01 takes
      * no new reports for them.
      *----------------------------------
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05 EMP-NUMBER               PIC 9(05).
           05 EMP-NAME                 PIC X(30).
           05 EMP-ADDRESS-1            PIC X(30).
           05 EMP-CITY                 PIC X(20).
           05 EMP-STATE                PIC X(02).
           05 EMP-ZIP                  PIC X(10).
           05 EMP-COMPANY              PIC 9(01).
           05 EMP-DEFAULT-GL           PIC 9(06).
           05 EMP-BANK-ROUTING         PIC 9(09).
           05 EMP-BANK-ACCOUNT         PIC X(17).
           05 EMP-BANK-ACCOUNT-TYPE    PIC X(01).
           05 EMP-APPROVER-ID          PIC X(08).
           05 EMP-STATUS               PIC X(01).
