      * not finish (or never started), and that
      * is the first thing to chase before the
      * day's work piles on top of it.
      *
      * Each step that logs its start time and
      * the vouchers it read also shows how long
      * it ran, so the nightly window can be
      * watched step by step.  The report steps
      * APAGE01, CSHREQ01 and CHKPRF01 are
      * listed for their timings only - they are
      * not daily steps and never count as
      * missing.  A record written before start
      * times were logged shows no elapsed time.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  RUN-CONTROL-FOUND           PIC X(01).
       77  STEP-INDEX                  PIC 9(01).
       77  MISSING-COUNT               PIC 9(01) VALUE ZERO.
       77  STARTED-SECONDS             PIC 9(05).
       77  FINISHED-SECONDS            PIC 9(05).
       77  ELAPSED-SECONDS             PIC S9(06).
       77  ELAPSED-FIELD               PIC ZZ,ZZ9.
       77  VOUCHERS-READ-FIELD         PIC Z,ZZZ,ZZ9.

       01  TIME-OF-DAY.
           05 TOD-HH                   PIC 9(02).
           05 TOD-MM                   PIC 9(02).
           05 TOD-SS                   PIC 9(02).

       01  DAILY-STEP-NAMES.
           05 FILLER                   PIC X(08) VALUE "CHKRUN01".
       01  DAILY-STEP-TABLE REDEFINES DAILY-STEP-NAMES.
           05 DAILY-STEP               OCCURS 5 TIMES PIC X(08).

       01  REPORT-STEP-NAMES.
           05 FILLER                   PIC X(08) VALUE "APAGE01".
           05 FILLER                   PIC X(08) VALUE "CSHREQ01".
           05 FILLER                   PIC X(08) VALUE "CHKPRF01".
       01  REPORT-STEP-TABLE REDEFINES REPORT-STEP-NAMES.
           05 REPORT-STEP              OCCURS 3 TIMES PIC X(08).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > 5.
           DISPLAY " ".
           DISPLAY "REPORT STEPS (TIMING ONLY)".
           PERFORM CHECK-ONE-REPORT-STEP
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > 3.
           DISPLAY " ".
           IF MISSING-COUNT = ZEROES
               DISPLAY "EVERY DAILY STEP COMPLETED"
           ELSE
           IF RUN-CONTROL-FOUND = "Y"
               DISPLAY "   " DAILY-STEP (STEP-INDEX)
                       "  COMPLETED AT " RNC-COMPLETED-TIME
               PERFORM DISPLAY-STEP-TIMING
           ELSE
               DISPLAY "   " DAILY-STEP (STEP-INDEX)
                       "  *** NOT RUN ***"
               ADD 1 TO MISSING-COUNT.

      * APAGE01 and CHKPRF01 run per company; CSHREQ01 spans
      * every company.
       CHECK-ONE-REPORT-STEP.
           MOVE REPORT-STEP (STEP-INDEX) TO RNC-PROGRAM.
           MOVE STATUS-DATE              TO RNC-RUN-DATE.
           IF RNC-PROGRAM = "CSHREQ01"
               MOVE ZERO TO RNC-COMPANY
           ELSE
               MOVE STATUS-COMPANY TO RNC-COMPANY.
           MOVE "Y" TO RUN-CONTROL-FOUND.
           READ RUN-CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO RUN-CONTROL-FOUND.
           IF RUN-CONTROL-FOUND = "Y"
               DISPLAY "   " REPORT-STEP (STEP-INDEX)
                       "  COMPLETED AT " RNC-COMPLETED-TIME
               PERFORM DISPLAY-STEP-TIMING
           ELSE
               DISPLAY "   " REPORT-STEP (STEP-INDEX)
                       "  NOT RUN".

      *------------------------------------------
      * Elapsed time is finish less start, in
      * seconds, with a day added back for a
      * step that ran across midnight.
      *------------------------------------------
       DISPLAY-STEP-TIMING.
           IF RNC-STARTED-TIME NOT = ZEROES
               MOVE RNC-STARTED-TIME TO TIME-OF-DAY
               COMPUTE STARTED-SECONDS =
                   TOD-HH * 3600 + TOD-MM * 60 + TOD-SS
               MOVE RNC-COMPLETED-TIME TO TIME-OF-DAY
               COMPUTE FINISHED-SECONDS =
                   TOD-HH * 3600 + TOD-MM * 60 + TOD-SS
               COMPUTE ELAPSED-SECONDS =
                   FINISHED-SECONDS - STARTED-SECONDS
               IF ELAPSED-SECONDS < ZERO
                   ADD 86400 TO ELAPSED-SECONDS
               END-IF
               MOVE ELAPSED-SECONDS   TO ELAPSED-FIELD
               MOVE RNC-VOUCHERS-READ TO VOUCHERS-READ-FIELD
               DISPLAY "              STARTED AT " RNC-STARTED-TIME
                       "  ELAPSED " ELAPSED-FIELD " SECONDS"
                       "  VOUCHERS READ " VOUCHERS-READ-FIELD.
