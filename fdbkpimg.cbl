      *----------------------------------
      * FDBKPIMG.CBL
      * BACKUP-IMAGE-RECORD layout.  The
      * line must stay at least as long
      * as the longest master backed up
      * (VOUCHER-RECORD) - check it when
      * FDVOUCH.CBL grows.  The two views
      * below it find the money fields
      * PLBKPTOT.CBL totals; voucher and
      * voucher history share a layout up
      * to VOUCHER-PAID-DATE.
      *----------------------------------
       FD  BACKUP-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-IMAGE-RECORD         PIC X(750).

       01  BACKUP-VOUCHER-IMAGE.
           05 FILLER                   PIC X(57).
           05 BKI-VOUCHER-AMOUNT       PIC S9(6)V99.
           05 FILLER                   PIC X(26).
           05 BKI-VOUCHER-PAID-AMOUNT  PIC S9(6)V99.
           05 FILLER                   PIC X(651).

       01  BACKUP-CHECK-IMAGE.
           05 FILLER                   PIC X(51).
           05 BKI-CHECK-AMOUNT         PIC S9(8)V99.
           05 FILLER                   PIC X(689).
