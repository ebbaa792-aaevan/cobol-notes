      *----------------------------------
      * PLMASK.CBL
      * Shared last-four mask.  Trailing
      * spaces are not counted, so a
      * short account number still shows
      * its own last four; a number of
      * four characters or fewer shows
      * as asterisks only.
      *----------------------------------
       MASK-LAST-FOUR.
           MOVE SPACE TO MASK-RESULT.
           MOVE 17 TO MASK-LENGTH.
           PERFORM FIND-MASK-LENGTH
               UNTIL MASK-LENGTH = ZERO OR
                     MASK-SOURCE (MASK-LENGTH:1) NOT = SPACE.
           IF MASK-LENGTH > 4
               MOVE "*****" TO MASK-RESULT
               MOVE MASK-SOURCE (MASK-LENGTH - 3:4)
                 TO MASK-RESULT (6:4)
           ELSE
           IF MASK-LENGTH > ZERO
               MOVE "****" TO MASK-RESULT.

       FIND-MASK-LENGTH.
           SUBTRACT 1 FROM MASK-LENGTH.
