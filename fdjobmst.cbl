      *----------------------------------
      * FDJOBMST.CBL
      * JOB-RECORD layout.  One record
      * per project or job the company
      * collects cost against - the
      * government contracts require
      * their costs by job.  JOBMNT01
      * maintains these; a voucher
      * distribution line (VCHMNT01,
      * VCHIMP01, or a GL template line
      * from TPLMNT01) may carry a job
      * number, which must be on file
      * and open.  JOBRPT01 reports
      * vouchered cost, paid cost and
      * open PO commitments against
      * JOB-BUDGET.
      *
      * JOB-CONTRACT is the customer
      * contract (or task order) number
      * the job bills under.
      *
      * JOB-STATUS is "O" while the job
      * is open to cost and "C" once it
      * is closed - a closed job takes
      * no new coding.
      *----------------------------------
       FD  JOB-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-RECORD.
           05 JOB-NUMBER               PIC 9(06).
           05 JOB-DESCRIPTION          PIC X(30).
           05 JOB-CONTRACT             PIC X(15).
           05 JOB-STATUS               PIC X(01).
           05 JOB-BUDGET               PIC 9(08)V99.
