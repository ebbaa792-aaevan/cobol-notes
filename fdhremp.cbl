      *----------------------------------
      * FDHREMP.CBL
      * One line per employee on the HR
      * extract - every member of staff,
      * active or terminated, not only
      * the ones EMPLOYEE-FILE carries
      * for expense reimbursement.
      * HRE-SSN and HRE-PHONE come in
      * whatever punctuation HR keyed;
      * VNDEMP01 compares digits only.
      * HRE-BANK-ROUTING/-ACCOUNT are
      * the payroll direct-deposit
      * account, zero/SPACE for an
      * employee paid by paper check.
      * HRE-STATUS is "A" active, "T"
      * terminated.
      *----------------------------------
       FD  HR-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HR-EMPLOYEE-RECORD.
           05 HRE-EMPLOYEE-ID          PIC X(08).
           05 HRE-NAME                 PIC X(30).
           05 HRE-ADDRESS-1            PIC X(30).
           05 HRE-CITY                 PIC X(20).
           05 HRE-STATE                PIC X(02).
           05 HRE-ZIP                  PIC X(10).
           05 HRE-PHONE                PIC X(15).
           05 HRE-SSN                  PIC X(11).
           05 HRE-BANK-ROUTING         PIC 9(09).
           05 HRE-BANK-ACCOUNT         PIC X(17).
           05 HRE-STATUS               PIC X(01).
