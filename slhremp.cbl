      *----------------------------------
      * SLHREMP.CBL
      * HR employee extract read by
      * VNDEMP01.  Input only - the HR
      * system writes it; nothing here
      * maintains it.
      *----------------------------------
           SELECT OPTIONAL HR-EMPLOYEE-FILE
               ASSIGN TO "hremp"
               ORGANIZATION IS LINE SEQUENTIAL.
