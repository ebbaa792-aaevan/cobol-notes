      * every function before the matrix
      * existed, and cutover must not take
      * work away; OPRMNT01 tightens from
      * there.  Slots 7-8 start "N" - the
      * full bank/tax ID display authority
      * in slot 7 is granted one operator
      * at a time.
      *
      * The converted file is written to
      * "opernew".  After the run, move it
