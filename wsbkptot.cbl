      *----------------------------------
      * WSBKPTOT.CBL
      * Working storage for a backup
      * image - its name, the masters a
      * generation holds, and the counts
      * and totals PLBKPTOT.CBL adds up.
      *
      * BKM-FILE-ID is the master's own
      * file name; BKM-KEY-LENGTH the
      * length of the numeric key it
      * leads with (zero: no numeric key,
      * count only); BKM-MONEY-VIEW which
      * FDBKPIMG.CBL view carries its
      * money - V voucher, C check
      * register, N none.  A master
      * added here needs its copy
      * paragraph in BKPGEN01 as well.
      *----------------------------------
       01  BACKUP-IMAGE-NAME.
           05 FILLER                   PIC X(02) VALUE "bk".
           05 BACKUP-IMAGE-SLOT        PIC 9(02).
           05 BACKUP-IMAGE-FILE-ID     PIC X(08).
       77  BACKUP-IMAGE-STATUS         PIC X(02).

       77  GENERATIONS-KEPT            PIC 9(02) VALUE 7.

       77  BKM-MASTER-COUNT            PIC 9(02) VALUE 10.
       01  BKM-MASTER-VALUES.
           05 FILLER PIC X(11) VALUE "voucher 07V".
           05 FILLER PIC X(11) VALUE "vchhist 07V".
           05 FILLER PIC X(11) VALUE "vendor  05N".
           05 FILLER PIC X(11) VALUE "invxref 05N".
           05 FILLER PIC X(11) VALUE "checkreg08C".
           05 FILLER PIC X(11) VALUE "glacct  06N".
           05 FILLER PIC X(11) VALUE "bankacct02N".
           05 FILLER PIC X(11) VALUE "employee05N".
           05 FILLER PIC X(11) VALUE "operator00N".
           05 FILLER PIC X(11) VALUE "control 01N".
       01  BKM-MASTER-TABLE REDEFINES BKM-MASTER-VALUES.
           05 BKM-MASTER               OCCURS 10 TIMES.
              10 BKM-FILE-ID           PIC X(08).
              10 BKM-KEY-LENGTH        PIC 9(02).
              10 BKM-MONEY-VIEW        PIC X(01).

       77  BKP-FILE-SEQ                PIC 9(02).
       77  BKP-RECORD-COUNT            PIC 9(07).
       77  BKP-KEY-TOTAL               PIC 9(15).
       77  BKP-HIGH-KEY                PIC 9(08).
       77  BKP-AMOUNT-TOTAL            PIC S9(11)V99.
       77  BKP-PAID-TOTAL              PIC S9(11)V99.

       01  BKP-KEY-TEXT                PIC X(08).
       01  BKP-KEY-NUMBER REDEFINES BKP-KEY-TEXT
                                       PIC 9(08).
       77  BKP-KEY-START               PIC 9(02).
