      * it accrues the PO's received-
      * not-invoiced balance.  ZERO on
      * an order from before the field.
      *
      * PO-JOB is the job the order is
      * bought for - JOBRPT01 reports
      * the open balance as that job's
      * commitment.  ZERO when the order
      * is not job work.
      *----------------------------------
       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           05 PO-TYPE                  PIC X(01).
           05 PO-RELEASED-AMOUNT       PIC S9(6)V99.
           05 PO-GL-ACCOUNT            PIC 9(06).
           05 PO-JOB                   PIC 9(06).
