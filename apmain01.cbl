           ACCEPT SEC-LOG-TIME FROM TIME.
           MOVE OPERATOR-ID    TO SEC-OPERATOR-ID.
           MOVE SEC-EVENT-CODE TO SEC-EVENT.
           MOVE SPACE          TO SEC-PROGRAM SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.

      *------------------------------------------
