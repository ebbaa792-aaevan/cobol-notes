      *----------------------------------
      * PLZIPCK.CBL
      * Shared ZIP-to-state check.  The
      * first three digits of a ZIP
      * place it in one state; a well-
      * formed 60601 keyed against IN
      * gets past a format edit but not
      * this one.  The caller opens
      * ZIP-PREFIX-FILE for input.
      *----------------------------------
       CHECK-ZIP-STATE.
           MOVE "U" TO ZIP-STATE-MATCHES.
           MOVE SPACE TO ZIP-PREFIX-STATE.
           IF ZIP-TEST-ZIP(1:3) IS NUMERIC
               MOVE ZIP-TEST-ZIP(1:3) TO ZPF-PREFIX
               READ ZIP-PREFIX-FILE RECORD
                   INVALID KEY
                      MOVE "U" TO ZIP-STATE-MATCHES
                   NOT INVALID KEY
                      MOVE ZPF-STATE TO ZIP-PREFIX-STATE
                      IF ZPF-STATE = ZIP-TEST-STATE
                          MOVE "Y" TO ZIP-STATE-MATCHES
                      ELSE
                          MOVE "N" TO ZIP-STATE-MATCHES
                      END-IF
               END-READ.
