      *----------------------------------
      * WSSDNCHK.CBL
      * Working storage for the shared
      * sanctions-list name check.  The
      * calling program moves the name to
      * SDN-SCREEN-NAME and PERFORMs
      * SCREEN-SDN-NAME in PLSDNCHK.CBL
      * with SDN-LIST-FILE open (WSCASE01
      * must be copied too).  SDN-NAME-
      * MATCHED "Y" means the normalized
      * name is on the list, and SDN-
      * LIST-RECORD holds the entry it
      * matched.  NORMALIZE-SDN-NAME
      * alone turns SDN-SCREEN-NAME into
      * SDN-NORM-KEY - SDNLOD01 uses it
      * to build SDN-MATCH-KEY, and
      * CHECK-REMIT-IS-NAME says whether
      * a remit-to line names a payee.
      *----------------------------------
       01  SDN-SCREEN-NAME             PIC X(60).
       01  FILLER REDEFINES SDN-SCREEN-NAME.
           05 SDN-SCREEN-CHAR          PIC X(01) OCCURS 60 TIMES.
       01  SDN-NORM-KEY                PIC X(60).
       77  SDN-NAME-MATCHED            PIC X(01).
       77  SDN-CHAR-INDEX              PIC 9(02).
       77  SDN-CHAR                    PIC X(01).
       77  SDN-KEY-POINTER             PIC 9(03).

      *    The name broken into words, noise
      *    words dropped, sorted - so "SMITH,
      *    JOHN" and "JOHN SMITH" make the
      *    same key.
       01  SDN-WORD-BUILD              PIC X(20).
       01  FILLER REDEFINES SDN-WORD-BUILD.
           05 SDN-WORD-CHAR            PIC X(01) OCCURS 20 TIMES.
       77  SDN-WORD-LENGTH             PIC 9(02).
       01  SDN-WORD-TABLE.
           05 SDN-WORD                 PIC X(20) OCCURS 10 TIMES.
       77  SDN-WORD-COUNT              PIC 9(02).
       77  SDN-WORD-INDEX              PIC 9(02).
       77  SDN-WORD-SWAP               PIC X(20).
       77  SDN-WORD-SWAPPED            PIC X(01).

      *    Legal-form words that say nothing
      *    about who the party is.
       01  SDN-NOISE-WORDS.
           05 FILLER   PIC X(12) VALUE "THE".
           05 FILLER   PIC X(12) VALUE "INC".
           05 FILLER   PIC X(12) VALUE "INCORPORATED".
           05 FILLER   PIC X(12) VALUE "CORP".
           05 FILLER   PIC X(12) VALUE "CORPORATION".
           05 FILLER   PIC X(12) VALUE "CO".
           05 FILLER   PIC X(12) VALUE "COMPANY".
           05 FILLER   PIC X(12) VALUE "LLC".
           05 FILLER   PIC X(12) VALUE "LLP".
           05 FILLER   PIC X(12) VALUE "LP".
           05 FILLER   PIC X(12) VALUE "LTD".
           05 FILLER   PIC X(12) VALUE "LIMITED".
           05 FILLER   PIC X(12) VALUE "PLC".
           05 FILLER   PIC X(12) VALUE "SA".
           05 FILLER   PIC X(12) VALUE "AG".
           05 FILLER   PIC X(12) VALUE "GMBH".
           05 FILLER   PIC X(12) VALUE "BV".
           05 FILLER   PIC X(12) VALUE "NV".
           05 FILLER   PIC X(12) VALUE "SRL".
           05 FILLER   PIC X(12) VALUE "SPA".
       01  FILLER REDEFINES SDN-NOISE-WORDS.
           05 SDN-NOISE-WORD           PIC X(12) OCCURS 20 TIMES.
       77  SDN-NOISE-INDEX             PIC 9(02).
       77  SDN-WORD-IS-NOISE           PIC X(01).

      *    A remit-to line is screened when it
      *    names a payee (a factor, a lockbox
      *    company) rather than a street or
      *    post-office box.
       01  SDN-REMIT-TEST              PIC X(30).
       01  SDN-REMIT-VENDOR-NAME       PIC X(30).
       77  SDN-REMIT-IS-NAME           PIC X(01).
