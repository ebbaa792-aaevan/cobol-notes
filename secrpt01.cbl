      * password change.  After the July
      * lockout incident nobody could say
      * which ID was being guessed at; now
      * the answer is one report run.  Every
      * full bank account or tax ID display
      * ("V" events) is listed as well, with
      * the screen and what was shown.
      *
      * The browse walks the raw log for a
      * date range, every event shown.
       77  AFTER-HOURS-COUNT           PIC 9(03).
       77  LOCKOUT-COUNT               PIC 9(03).
       77  PWD-CHANGE-COUNT            PIC 9(03).
       77  FULL-VIEW-COUNT             PIC 9(03).

      *------------------------------------------
      * Failure tally per ID for the day -
           MOVE ZEROES TO AFTER-HOURS-COUNT
                          LOCKOUT-COUNT
                          PWD-CHANGE-COUNT
                          FULL-VIEW-COUNT
                          FAIL-ID-COUNT.
           DISPLAY " ".
           DISPLAY "SECURITY REPORT FOR " REPORT-DATE.
           DISPLAY "AFTER-HOURS SIGN-ONS: " AFTER-HOURS-COUNT.
           DISPLAY "LOCKOUTS:             " LOCKOUT-COUNT.
           DISPLAY "PASSWORD CHANGES:     " PWD-CHANGE-COUNT.
           DISPLAY "FULL-NUMBER DISPLAYS: " FULL-VIEW-COUNT.

       EXAMINE-ONE-DAY-ENTRY.
           IF SEC-LOG-DATE = REPORT-DATE
               ADD 1 TO PWD-CHANGE-COUNT
               DISPLAY "PWD CHANGE:  " SEC-OPERATOR-ID
                       " AT " SEC-LOG-TIME.
           IF SEC-EVENT = "V"
               ADD 1 TO FULL-VIEW-COUNT
               DISPLAY "FULL NUMBER: " SEC-OPERATOR-ID
                       " AT " SEC-LOG-TIME
                       " IN " SEC-PROGRAM " - " SEC-DETAIL.

       TALLY-ONE-FAILURE.
           MOVE "N" TO FAIL-ID-FOUND.
               DISPLAY SEC-LOG-DATE " " SEC-LOG-TIME
                       "  " SEC-OPERATOR-ID
                       "  EVENT " SEC-EVENT
                       "  (S=OK F=FAIL N=BAD-ID L=LOCK P=PWD"
                       " V=FULL NUMBER)"
               IF SEC-EVENT = "V"
                   DISPLAY "                   "
                           SEC-PROGRAM " " SEC-DETAIL
               END-IF
               ADD 1 TO LISTED-COUNT.
           PERFORM READ-NEXT-LOG-ENTRY.

