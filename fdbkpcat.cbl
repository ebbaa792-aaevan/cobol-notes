      *----------------------------------
      * FDBKPCAT.CBL
      * BACKUP-CATALOG-RECORD layout.  One
      * record per master file per backup
      * generation, keyed by generation
      * and the file's place in the
      * backup order.  BCT-IMAGE-NAME is
      * the flat image file the master
      * was copied to; the counts and
      * totals are what BKPGEN01 read
      * going in, and BKPVFY01 must read
      * the same figures back out of the
      * image before the generation is
      * called usable.
      *
      * BCT-KEY-TOTAL is a hash of the
      * numeric leading key of every
      * record and BCT-HIGH-KEY the
      * highest one.  BCT-AMOUNT-TOTAL /
      * BCT-PAID-TOTAL are the money
      * totals - VOUCHER-AMOUNT and
      * VOUCHER-PAID-AMOUNT for the
      * voucher and history files,
      * CHK-AMOUNT for the check
      * register, zero elsewhere.  The
      * voucher line carries the same
      * four figures a VCHSNP01 snapshot
      * does, and BKPGEN01 writes a
      * snapshot stamped with the
      * backup's date and time, so a
      * generation and a snapshot pair
      * up on sight.
      *
      * BCT-VERIFY-DATE/-RESULT are the
      * last time the image was proved
      * and how it came out: G good,
      * F failed, space never verified.
      *----------------------------------
       FD  BACKUP-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-CATALOG-RECORD.
           05 BCT-KEY.
              10 BCT-GENERATION        PIC 9(05).
              10 BCT-FILE-SEQ          PIC 9(02).
           05 BCT-FILE-ID              PIC X(08).
           05 BCT-IMAGE-NAME           PIC X(12).
           05 BCT-DATE                 PIC 9(08).
           05 BCT-TIME                 PIC 9(06).
           05 BCT-RECORD-COUNT         PIC 9(07).
           05 BCT-KEY-TOTAL            PIC 9(15).
           05 BCT-HIGH-KEY             PIC 9(08).
           05 BCT-AMOUNT-TOTAL         PIC S9(11)V99.
           05 BCT-PAID-TOTAL           PIC S9(11)V99.
           05 BCT-VERIFY-DATE          PIC 9(08).
           05 BCT-VERIFY-RESULT        PIC X(01).
              88 BCT-NOT-VERIFIED      VALUE SPACE.
              88 BCT-VERIFIED-GOOD     VALUE "G".
              88 BCT-VERIFY-FAILED     VALUE "F".
