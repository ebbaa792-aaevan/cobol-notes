       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNLOD01.
      *------------------------------------------
      * Sanctions list load.  Reads the OFAC
      * Specially Designated Nationals list as
      * published (sdn.csv - entry number, name,
      * type, program ...) and, when it is
      * supplied, its alternate-names file
      * (alt.csv - entry number, alternate
      * number, a.k.a. type, name ...), and
      * replaces SDN-LIST-FILE with every name
      * on them, each keyed by its normalized
      * form (PLSDNCHK).  A missing or empty
      * list file leaves the old list in
      * place rather than loading nothing.
      * A new list means every vendor has to
      * be looked at again, so the load ends
      * by running the full screen (SDNSCR01)
      * against it.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsdnlst.cbl".

           SELECT OPTIONAL SDN-LOAD-FILE
               ASSIGN TO "sdnin"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SDN-ALT-LOAD-FILE
               ASSIGN TO "sdnaltin"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsdnlst.cbl".

       FD  SDN-LOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-LOAD-RECORD             PIC X(1000).

       FD  SDN-ALT-LOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-ALT-LOAD-RECORD         PIC X(1000).

       WORKING-STORAGE SECTION.

       77  LOAD-AT-END                 PIC X(01).
       77  ALT-AT-END                  PIC X(01).
       77  SDN-RECORD-FOUND            PIC X(01).

       77  RUN-DATE                    PIC 9(08).

       77  LOADED-COUNT                PIC 9(06) VALUE ZERO.
       77  ALT-LOADED-COUNT            PIC 9(06) VALUE ZERO.
       77  REJECTED-COUNT              PIC 9(06) VALUE ZERO.

      *------------------------------------------
      * One line of the published file split
      * on its commas, a quoted field keeping
      * the commas inside it ("SMITH, John").
      * "-0-" is the list's empty field.
      *------------------------------------------
       01  CSV-LINE                    PIC X(1000).
       01  FILLER REDEFINES CSV-LINE.
           05 CSV-LINE-CHAR            PIC X(01) OCCURS 1000 TIMES.
       01  CSV-FIELD-TABLE.
           05 CSV-FIELD                PIC X(60) OCCURS 6 TIMES.
       77  CSV-CHAR-INDEX              PIC 9(04).
       77  CSV-FIELD-INDEX             PIC 9(02).
       77  CSV-FIELD-LENGTH            PIC 9(02).
       77  CSV-IN-QUOTES               PIC X(01).
       77  CSV-NUM-TEXT                PIC X(08).
       77  CSV-NUM-LENGTH              PIC 9(02).
       77  CSV-NUMBER                  PIC 9(08).
       77  CSV-NUMBER-VALID            PIC X(01).

       77  LOAD-ENT-NUM                PIC 9(08).
       77  LOAD-ALT-NUM                PIC 9(06).
       77  LOAD-TYPE                   PIC X(12).
       77  LOAD-PROGRAM                PIC X(20).

           COPY "wscase01.cbl".

           COPY "wssdnchk.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SDN-LOAD-FILE.
           OPEN INPUT SDN-ALT-LOAD-FILE.

       CLOSING-PROCEDURE.
           CLOSE SDN-LOAD-FILE.
           CLOSE SDN-ALT-LOAD-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-LOAD-RECORD.
           IF LOAD-AT-END = "Y"
               DISPLAY "NO SANCTIONS LIST TO LOAD - THE LIST "
                       "ON FILE IS UNCHANGED"
           ELSE
               OPEN OUTPUT SDN-LIST-FILE
               CLOSE SDN-LIST-FILE
               OPEN I-O SDN-LIST-FILE
               PERFORM LOAD-ONE-SDN-LINE
                   UNTIL LOAD-AT-END = "Y"
               PERFORM READ-NEXT-ALT-RECORD
               PERFORM LOAD-ONE-ALT-LINE
                   UNTIL ALT-AT-END = "Y"
               CLOSE SDN-LIST-FILE
               DISPLAY " "
               DISPLAY "SDN NAMES LOADED:         " LOADED-COUNT
               DISPLAY "ALTERNATE NAMES LOADED:   " ALT-LOADED-COUNT
               DISPLAY "LINES REJECTED:           " REJECTED-COUNT
               PERFORM RESCREEN-ALL-PARTIES.

      *------------------------------------------
      * A new list re-screens everyone.
      *------------------------------------------
       RESCREEN-ALL-PARTIES.
           DISPLAY "RE-SCREENING VENDORS AGAINST THE NEW LIST".
           CALL "SDNSCR01".

      *------------------------------------------
      * sdn.csv: 1 entry number, 2 name,
      * 3 type, 4 program.
      *------------------------------------------
       LOAD-ONE-SDN-LINE.
           MOVE SDN-LOAD-RECORD TO CSV-LINE.
           PERFORM PARSE-CSV-LINE.
           MOVE CSV-FIELD (1) TO CSV-NUM-TEXT.
           PERFORM CONVERT-CSV-NUMBER.
           IF CSV-NUMBER-VALID = "N" OR
              CSV-FIELD (2) = SPACES
               ADD 1 TO REJECTED-COUNT
           ELSE
               MOVE CSV-NUMBER TO LOAD-ENT-NUM
               MOVE ZEROES TO LOAD-ALT-NUM
               MOVE CSV-FIELD (3) TO LOAD-TYPE
               MOVE CSV-FIELD (4) TO LOAD-PROGRAM
               PERFORM WRITE-ONE-SDN-NAME
               IF SDN-RECORD-FOUND = "Y"
                   ADD 1 TO LOADED-COUNT.
           PERFORM READ-NEXT-LOAD-RECORD.

      *------------------------------------------
      * alt.csv: 1 entry number, 2 alternate
      * number, 3 a.k.a. type, 4 name.  The
      * type and program come from the
      * primary entry.
      *------------------------------------------
       LOAD-ONE-ALT-LINE.
           MOVE SDN-ALT-LOAD-RECORD TO CSV-LINE.
           PERFORM PARSE-CSV-LINE.
           MOVE CSV-FIELD (1) TO CSV-NUM-TEXT.
           PERFORM CONVERT-CSV-NUMBER.
           MOVE CSV-NUMBER TO LOAD-ENT-NUM.
           IF CSV-NUMBER-VALID = "Y"
               MOVE CSV-FIELD (2) TO CSV-NUM-TEXT
               PERFORM CONVERT-CSV-NUMBER.
           IF CSV-NUMBER-VALID = "N" OR
              CSV-FIELD (4) = SPACES
               ADD 1 TO REJECTED-COUNT
           ELSE
               MOVE CSV-NUMBER TO LOAD-ALT-NUM
               MOVE CSV-FIELD (4) TO CSV-FIELD (2)
               PERFORM GET-PRIMARY-ENTRY
               PERFORM WRITE-ONE-SDN-NAME
               IF SDN-RECORD-FOUND = "Y"
                   ADD 1 TO ALT-LOADED-COUNT.
           PERFORM READ-NEXT-ALT-RECORD.

       GET-PRIMARY-ENTRY.
           MOVE SPACES TO LOAD-TYPE.
           MOVE SPACES TO LOAD-PROGRAM.
           MOVE LOAD-ENT-NUM TO SDN-ENT-NUM.
           MOVE ZEROES TO SDN-ALT-NUM.
           PERFORM READ-SDN-LIST-RECORD.
           IF SDN-RECORD-FOUND = "Y"
               MOVE SDN-TYPE    TO LOAD-TYPE
               MOVE SDN-PROGRAM TO LOAD-PROGRAM.

      *------------------------------------------
      * CSV-FIELD (2) holds the name.  A name
      * that normalizes to nothing (all legal-
      * form words) cannot be matched and is
      * rejected; SDN-RECORD-FOUND comes back
      * "Y" when the name was written.
      *------------------------------------------
       WRITE-ONE-SDN-NAME.
           MOVE "N" TO SDN-RECORD-FOUND.
           MOVE CSV-FIELD (2) TO SDN-SCREEN-NAME.
           PERFORM NORMALIZE-SDN-NAME.
           IF SDN-NORM-KEY = SPACES
               ADD 1 TO REJECTED-COUNT
           ELSE
               MOVE LOAD-ENT-NUM   TO SDN-ENT-NUM
               MOVE LOAD-ALT-NUM   TO SDN-ALT-NUM
               MOVE SDN-NORM-KEY   TO SDN-MATCH-KEY
               MOVE CSV-FIELD (2)  TO SDN-NAME
               MOVE LOAD-TYPE      TO SDN-TYPE
               MOVE LOAD-PROGRAM   TO SDN-PROGRAM
               MOVE RUN-DATE       TO SDN-LOAD-DATE
               PERFORM WRITE-SDN-LIST-RECORD.

      *------------------------------------------
      * CSV splitting
      *------------------------------------------
       PARSE-CSV-LINE.
           MOVE SPACES TO CSV-FIELD-TABLE.
           MOVE 1 TO CSV-FIELD-INDEX.
           MOVE ZEROES TO CSV-FIELD-LENGTH.
           MOVE "N" TO CSV-IN-QUOTES.
           PERFORM PARSE-ONE-CSV-CHAR
               VARYING CSV-CHAR-INDEX FROM 1 BY 1
               UNTIL CSV-CHAR-INDEX > 1000
                  OR CSV-FIELD-INDEX > 6.
           PERFORM CLEAR-ONE-EMPTY-FIELD
               VARYING CSV-FIELD-INDEX FROM 1 BY 1
               UNTIL CSV-FIELD-INDEX > 6.

       PARSE-ONE-CSV-CHAR.
           IF CSV-LINE-CHAR (CSV-CHAR-INDEX) = QUOTE
               IF CSV-IN-QUOTES = "Y"
                   MOVE "N" TO CSV-IN-QUOTES
               ELSE
                   MOVE "Y" TO CSV-IN-QUOTES
           ELSE
           IF CSV-LINE-CHAR (CSV-CHAR-INDEX) = "," AND
              CSV-IN-QUOTES = "N"
               ADD 1 TO CSV-FIELD-INDEX
               MOVE ZEROES TO CSV-FIELD-LENGTH
           ELSE
           IF CSV-FIELD-LENGTH < 60
               ADD 1 TO CSV-FIELD-LENGTH
               MOVE CSV-LINE-CHAR (CSV-CHAR-INDEX)
                   TO CSV-FIELD (CSV-FIELD-INDEX)
                      (CSV-FIELD-LENGTH:1).

       CLEAR-ONE-EMPTY-FIELD.
           IF CSV-FIELD (CSV-FIELD-INDEX) = "-0-" OR
              CSV-FIELD (CSV-FIELD-INDEX) = " -0-"
               MOVE SPACES TO CSV-FIELD (CSV-FIELD-INDEX).

      *------------------------------------------
      * CSV-NUM-TEXT (left-justified digits)
      * to CSV-NUMBER.  The heading line and
      * anything else that is not a number
      * comes back CSV-NUMBER-VALID "N".
      *------------------------------------------
       CONVERT-CSV-NUMBER.
           MOVE "N" TO CSV-NUMBER-VALID.
           MOVE ZEROES TO CSV-NUMBER.
           MOVE ZEROES TO CSV-NUM-LENGTH.
           INSPECT CSV-NUM-TEXT TALLYING CSV-NUM-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF CSV-NUM-LENGTH > ZEROES
               IF CSV-NUM-TEXT (1:CSV-NUM-LENGTH) IS NUMERIC
                   MOVE CSV-NUM-TEXT (1:CSV-NUM-LENGTH)
                       TO CSV-NUMBER
                   IF CSV-NUMBER NOT = ZEROES
                       MOVE "Y" TO CSV-NUMBER-VALID.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-LOAD-RECORD.
           MOVE "N" TO LOAD-AT-END.
           READ SDN-LOAD-FILE NEXT RECORD
               AT END MOVE "Y" TO LOAD-AT-END.

       READ-NEXT-ALT-RECORD.
           MOVE "N" TO ALT-AT-END.
           READ SDN-ALT-LOAD-FILE NEXT RECORD
               AT END MOVE "Y" TO ALT-AT-END.

       READ-SDN-LIST-RECORD.
           MOVE "Y" TO SDN-RECORD-FOUND.
           READ SDN-LIST-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SDN-RECORD-FOUND.

       WRITE-SDN-LIST-RECORD.
           MOVE "Y" TO SDN-RECORD-FOUND.
           WRITE SDN-LIST-RECORD
               INVALID KEY
                  MOVE "N" TO SDN-RECORD-FOUND
                  ADD 1 TO REJECTED-COUNT.

           COPY "plsdnchk.cbl".
