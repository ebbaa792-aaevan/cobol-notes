      *----------------------------------
      * PLVFAM.CBL
      * Shared vendor-family routines -
      * see WSVFAM.CBL.  One national
      * supplier can sit on the master
      * as a parent and a dozen branch
      * remit points; these give the
      * caller the whole family so the
      * duplicate-invoice edit and the
      * contract cap can look across it.
      *----------------------------------
       LOAD-VENDOR-FAMILY.
           MOVE VENDOR-RECORD TO FAM-SAVE-RECORD.
           MOVE "N" TO FAM-TABLE-FULL.
           MOVE FAM-VENDOR TO FAM-ROOT.
           MOVE FAM-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO FAM-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO FAM-RECORD-FOUND.
           IF FAM-RECORD-FOUND = "Y" AND
              VENDOR-PARENT NOT = ZEROES
               MOVE VENDOR-PARENT TO FAM-ROOT.
           MOVE 1 TO FAM-MEMBER-COUNT.
           MOVE FAM-ROOT TO FAM-MEMBER (1).
           MOVE "N" TO FAM-AT-END.
           IF FAM-ROOT = ZEROES
               MOVE "Y" TO FAM-AT-END
           ELSE
               MOVE FAM-ROOT TO VENDOR-PARENT
               START VENDOR-FILE
                   KEY IS EQUAL TO VENDOR-PARENT
                   INVALID KEY MOVE "Y" TO FAM-AT-END.
           PERFORM READ-NEXT-FAMILY-MEMBER
               UNTIL FAM-AT-END = "Y".
           MOVE FAM-SAVE-RECORD TO VENDOR-RECORD.

       READ-NEXT-FAMILY-MEMBER.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO FAM-AT-END.
           IF FAM-AT-END = "N"
               IF VENDOR-PARENT NOT = FAM-ROOT
                   MOVE "Y" TO FAM-AT-END
               ELSE
               IF FAM-MEMBER-COUNT < 50
                   ADD 1 TO FAM-MEMBER-COUNT
                   MOVE VENDOR-NUMBER
                     TO FAM-MEMBER (FAM-MEMBER-COUNT)
               ELSE
                   MOVE "Y" TO FAM-TABLE-FULL.
