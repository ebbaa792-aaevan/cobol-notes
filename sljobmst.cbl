      *----------------------------------
      * SLJOBMST.CBL
      * File-control for the project /
      * job master maintained by JOBMNT01
      * and validated against by every
      * program that codes a voucher
      * distribution line.
      *----------------------------------
           SELECT JOB-FILE
               ASSIGN TO "jobmst"
               ORGANIZATION IS INDEXED
               RECORD KEY IS JOB-NUMBER
               ACCESS MODE IS DYNAMIC.
