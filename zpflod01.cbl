       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZPFLOD01.
      *------------------------------------------
      * ZIP-prefix table load.  Reads the flat
      * prefix list (one line per three-digit
      * ZIP prefix: the prefix, then the two-
      * character state) and loads the indexed
      * table VNDMNT01 and VCHMNT01 check
      * addresses against.  A prefix already
      * on file is refreshed in place, so the
      * load can run from a full list any
      * time.  A line whose prefix is not
      * three digits, or whose state is not on
      * STATE-FILE, is rejected.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slzippfx.cbl".

           COPY "slstate.cbl".

           SELECT ZIP-PREFIX-LOAD-FILE
               ASSIGN TO "zippfxin"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdzippfx.cbl".

           COPY "fdstate.cbl".

       FD  ZIP-PREFIX-LOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZIP-PREFIX-LOAD-RECORD.
           05 ZPL-PREFIX               PIC X(03).
           05 ZPL-STATE                PIC X(02).

       WORKING-STORAGE SECTION.

       77  LOAD-AT-END                 PIC X(01).
       77  ZPF-RECORD-FOUND            PIC X(01).
       77  STATE-RECORD-FOUND          PIC X(01).

       77  LOADED-COUNT                PIC 9(06) VALUE ZERO.
       77  REFRESHED-COUNT             PIC 9(06) VALUE ZERO.
       77  REJECTED-COUNT              PIC 9(06) VALUE ZERO.

           COPY "wscase01.cbl".

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
           OPEN INPUT ZIP-PREFIX-LOAD-FILE.
           OPEN INPUT STATE-FILE.
           OPEN I-O ZIP-PREFIX-FILE.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "ZIP PREFIXES LOADED:    " LOADED-COUNT.
           DISPLAY "ZIP PREFIXES REFRESHED: " REFRESHED-COUNT.
           DISPLAY "LINES REJECTED:         " REJECTED-COUNT.
           CLOSE ZIP-PREFIX-LOAD-FILE.
           CLOSE STATE-FILE.
           CLOSE ZIP-PREFIX-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-LOAD-RECORD.
           PERFORM LOAD-THE-TABLE
               UNTIL LOAD-AT-END = "Y".

       LOAD-THE-TABLE.
           INSPECT ZPL-STATE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE ZPL-STATE TO STATE-CODE.
           MOVE "Y" TO STATE-RECORD-FOUND.
           READ STATE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO STATE-RECORD-FOUND.
           IF ZPL-PREFIX IS NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED " ZPL-PREFIX " " ZPL-STATE
                       " - PREFIX IS NOT THREE DIGITS"
           ELSE
           IF STATE-RECORD-FOUND = "N"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED " ZPL-PREFIX " " ZPL-STATE
                       " - STATE IS NOT ON FILE"
           ELSE
               PERFORM LOAD-ONE-PREFIX.
           PERFORM READ-NEXT-LOAD-RECORD.

       LOAD-ONE-PREFIX.
           MOVE ZPL-PREFIX TO ZPF-PREFIX.
           MOVE "Y" TO ZPF-RECORD-FOUND.
           READ ZIP-PREFIX-FILE RECORD
               INVALID KEY
                  MOVE "N" TO ZPF-RECORD-FOUND.
           MOVE ZPL-PREFIX TO ZPF-PREFIX.
           MOVE ZPL-STATE  TO ZPF-STATE.
           IF ZPF-RECORD-FOUND = "Y"
               REWRITE ZIP-PREFIX-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ZIP PREFIX RECORD"
               END-REWRITE
               ADD 1 TO REFRESHED-COUNT
           ELSE
               WRITE ZIP-PREFIX-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING ZIP PREFIX RECORD"
               END-WRITE
               ADD 1 TO LOADED-COUNT.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-LOAD-RECORD.
           MOVE "N" TO LOAD-AT-END.
           READ ZIP-PREFIX-LOAD-FILE RECORD
               AT END MOVE "Y" TO LOAD-AT-END.
