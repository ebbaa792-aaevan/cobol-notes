      *----------------------------------
      * FDVNDSTS.CBL
      * The nightly invoice-status
      * extract VNDSTS01 writes for the
      * vendor portal and the phone
      * response system - one fixed-
      * width "D" line per vendor
      * invoice on the voucher file and
      * a "T" trailer with the run date,
      * line count and invoice total.
      * Same hand-off pattern as the
      * positive-pay file: the program
      * builds each line in its own
      * working-storage group and moves
      * the finished line here to write
      * it.  Rewritten whole every night.
      *----------------------------------
       FD  VENDOR-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-STATUS-RECORD         PIC X(180).
