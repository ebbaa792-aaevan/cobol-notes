      *----------------------------------
      * FDCOAMAP.CBL
      * ACCOUNT-MAP-RECORD layout.  One
      * line per account being moved:
      * the account in use today and
      * the account it becomes.  Every
      * new account must already be on
      * the chart (GLAMNT01) and active.
      * An account not on the map keeps
      * its number.
      *----------------------------------
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MAP-RECORD.
           05 CAM-OLD-ACCOUNT          PIC 9(06).
           05 CAM-NEW-ACCOUNT          PIC 9(06).
