      *------------------------------------------
      * Shared master-table audit logging (see
      * WSAUDMST.CBL for the working storage
      * and the calling convention).  Entries
      * go on AUDIT-LOG-FILE beside the voucher
      * and vendor streams, told apart by
      * AUD-SOURCE and keyed by AUD-TABLE-KEY.
      *------------------------------------------
       CAPTURE-MASTER-BEFORE.
           MOVE 1 TO MAUD-SIDE.
           MOVE ZEROES TO MAUD-FIELD-COUNT.
           PERFORM CAPTURE-MASTER-FIELDS.

       LOG-MASTER-CHANGES.
           MOVE 2 TO MAUD-SIDE.
           MOVE ZEROES TO MAUD-FIELD-COUNT.
           PERFORM CAPTURE-MASTER-FIELDS.
           PERFORM LOG-ONE-MASTER-FIELD
               VARYING MAUD-INDEX FROM 1 BY 1
               UNTIL MAUD-INDEX > MAUD-FIELD-COUNT.

       CAPTURE-ONE-MASTER-FIELD.
           IF MAUD-FIELD-COUNT < 40
               ADD 1 TO MAUD-FIELD-COUNT
               MOVE MAUD-FIELD-NAME TO MAUD-NAME (MAUD-FIELD-COUNT)
               IF MAUD-SIDE = 1
                   MOVE MAUD-FIELD-VALUE
                     TO MAUD-BEFORE (MAUD-FIELD-COUNT)
               ELSE
                   MOVE MAUD-FIELD-VALUE
                     TO MAUD-AFTER (MAUD-FIELD-COUNT).

       LOG-ONE-MASTER-FIELD.
           IF MAUD-BEFORE (MAUD-INDEX) NOT = MAUD-AFTER (MAUD-INDEX)
               MOVE MAUD-NAME (MAUD-INDEX)   TO AUD-FIELD-CHANGED
               MOVE MAUD-BEFORE (MAUD-INDEX) TO AUD-BEFORE-VALUE
               MOVE MAUD-AFTER (MAUD-INDEX)  TO AUD-AFTER-VALUE
               PERFORM WRITE-MASTER-AUDIT-RECORD.

       LOG-MASTER-ADD.
           MOVE "ADD"            TO AUD-FIELD-CHANGED.
           MOVE SPACE            TO AUD-BEFORE-VALUE.
           MOVE MAUD-FIELD-VALUE TO AUD-AFTER-VALUE.
           PERFORM WRITE-MASTER-AUDIT-RECORD.

       LOG-MASTER-DELETE.
           MOVE "DELETE"         TO AUD-FIELD-CHANGED.
           MOVE MAUD-FIELD-VALUE TO AUD-BEFORE-VALUE.
           MOVE SPACE            TO AUD-AFTER-VALUE.
           PERFORM WRITE-MASTER-AUDIT-RECORD.

       WRITE-MASTER-AUDIT-RECORD.
           ACCEPT AUD-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-LOG-TIME FROM TIME.
           MOVE MAUD-OPERATOR TO AUD-OPERATOR-ID.
           MOVE ZEROES        TO AUD-VOUCHER-NUMBER
                                 AUD-VENDOR-NUMBER.
           MOVE MAUD-SOURCE   TO AUD-SOURCE.
           MOVE MAUD-KEY      TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.
