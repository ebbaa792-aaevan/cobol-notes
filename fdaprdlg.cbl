      *----------------------------------
      * FDAPRDLG.CBL
      * APPROVER-DELEGATE-RECORD layout.
      * At most one record per approver
      * (FDAPPRVR) - the operator who
      * works that approver's queue in
      * APRQUE01 from DLG-FROM-DATE
      * through DLG-THRU-DATE, vacation
      * or otherwise.  The approver can
      * still work their own queue in
      * the window.  Outside it the
      * record does nothing, so a stale
      * one is harmless; naming a new
      * delegate replaces it.
      *
      * DLG-SET-BY is who named the
      * delegate - the approver, or a
      * supervisor covering for one who
      * left without doing it.  An
      * approval the delegate makes is
      * audit-logged as made on the
      * approver's behalf.
      *----------------------------------
       FD  APPROVER-DELEGATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVER-DELEGATE-RECORD.
           05 DLG-APPROVER-ID          PIC X(08).
           05 DLG-DELEGATE-ID          PIC X(08).
           05 DLG-FROM-DATE            PIC 9(08).
           05 DLG-THRU-DATE            PIC 9(08).
           05 DLG-SET-BY               PIC X(08).
           05 DLG-SET-DATE             PIC 9(08).
