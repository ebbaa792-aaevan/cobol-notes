      *----------------------------------
      * PLMASKLG.CBL
      * Screen display of a bank account
      * number or tax ID.  Last four only
      * unless the operator holds the
      * full-display authority, and then
      * every full display is written to
      * the security log as event "V".
      * Needs PLMASK.CBL and the security
      * log open EXTEND.
      *----------------------------------
       SHOW-SENSITIVE-NUMBER.
           IF MASK-FULL-ALLOWED = "Y"
               MOVE MASK-SOURCE TO MASK-RESULT
               IF MASK-SOURCE NOT = SPACE
                   PERFORM LOG-FULL-NUMBER-DISPLAY
               END-IF
           ELSE
               PERFORM MASK-LAST-FOUR.

       LOG-FULL-NUMBER-DISPLAY.
           ACCEPT SEC-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SEC-LOG-TIME FROM TIME.
           MOVE MASK-OPERATOR TO SEC-OPERATOR-ID.
           MOVE "V"           TO SEC-EVENT.
           MOVE MASK-PROGRAM  TO SEC-PROGRAM.
           MOVE MASK-DETAIL   TO SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.
