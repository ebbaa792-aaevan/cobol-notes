      *----------------------------------
      * SLEXPLIN.CBL
      * File-control for the expense-
      * report line file EXPENT01
      * writes - the per-diem, mileage
      * and receipt lines behind each
      * employee reimbursement voucher.
      *----------------------------------
           SELECT EXPENSE-LINE-FILE
               ASSIGN TO "expline"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXL-KEY
               ALTERNATE RECORD KEY IS EXL-EMPLOYEE
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
