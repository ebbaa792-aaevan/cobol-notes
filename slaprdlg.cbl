      *----------------------------------
      * SLAPRDLG.CBL
      * File-control for the approval
      * delegation file - who covers an
      * approver's queue while they are
      * away.
      *----------------------------------
           SELECT OPTIONAL APPROVER-DELEGATE-FILE
               ASSIGN TO "aprdeleg"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DLG-APPROVER-ID
               ACCESS MODE IS DYNAMIC.
