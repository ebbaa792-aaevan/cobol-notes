      *       guesser typed)
      *   "L" lockout (third strike)
      *   "P" password changed
      *   "V" full bank account number
      *       or tax ID displayed to an
      *       operator holding the full-
      *       display authority (slot 7)
      *       - SEC-PROGRAM names the
      *       screen, SEC-DETAIL what
      *       was shown
      * SECRPT01 reports and browses
      * these; supervisors only.
      *----------------------------------
           05 SEC-LOG-TIME             PIC 9(06).
           05 SEC-OPERATOR-ID          PIC X(08).
           05 SEC-EVENT                PIC X(01).
           05 SEC-PROGRAM              PIC X(08).
           05 SEC-DETAIL               PIC X(20).
