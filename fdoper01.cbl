      * 2 vendor delete, 3 vendor case
      * repair, 4 voucher maintenance,
      * 5 payment selection, 6 build
      * state file.  Slot 7 is not a
      * menu function - it is the
      * authority to see a vendor's
      * full bank account number and
      * tax ID on screen, where every
      * other operator sees the last
      * four only.  Slot 8 is spare.
      *----------------------------------
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
