      *----------------------------------
      * SLEMPLOY.CBL
      * File-control for the employee
      * payee master maintained by
      * EMPMNT01 - staff who are paid
      * expense reimbursements, kept
      * out of the vendor master.
      * EXPENT01 vouchers against it;
      * CHKRUN01 and CHKPRF01 read the
      * bank details from it.
      *----------------------------------
           SELECT EMPLOYEE-FILE
               ASSIGN TO "employee"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EMP-NUMBER
               ACCESS MODE IS DYNAMIC.
