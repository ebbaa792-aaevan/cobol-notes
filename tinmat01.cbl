      * (VENDOR-TIN-MISMATCH - CHKRUN01 then
      * holds their payments the same way it
      * holds a missing W-9), and lists them
      * for follow-up.  A clean response is
      * dated (VENDOR-TIN-MATCH-DATE) - one of
      * the items a new vendor's onboarding
      * checklist waits on.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  TIN-IN                      PIC 9(02).
       77  TIN-OUT                     PIC 9(02).

           COPY "wsmask.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           ELSE
           IF TRS-RESULT = "0"
               MOVE "N" TO VENDOR-TIN-MISMATCH
               MOVE RUN-DATE TO VENDOR-TIN-MATCH-DATE
               PERFORM REWRITE-VENDOR-RECORD
               ADD 1 TO MATCHED-COUNT
           ELSE
               MOVE "Y" TO VENDOR-TIN-MISMATCH
               MOVE ZEROES TO VENDOR-TIN-MATCH-DATE
               PERFORM REWRITE-VENDOR-RECORD
               MOVE VENDOR-TAX-ID TO MASK-SOURCE
               PERFORM MASK-LAST-FOUR
               DISPLAY "*** MISMATCH - VENDOR " VENDOR-NUMBER
                       " " VENDOR-NAME
                       "  TIN " MASK-RESULT (1:11)
                       "  IRS CODE " TRS-RESULT " ***"
               ADD 1 TO MISMATCH-COUNT.
           PERFORM READ-NEXT-RESPONSE-RECORD.
           MOVE "N" TO RESPONSE-AT-END.
           READ TIN-RESPONSE-FILE NEXT RECORD
               AT END MOVE "Y" TO RESPONSE-AT-END.

           COPY "plmask.cbl".
