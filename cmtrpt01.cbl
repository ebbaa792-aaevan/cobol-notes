      * zero - the line itself is the nudge to
      * code it.
      *
      * A PO the year-end roll (ENCROL01) has
      * carried into a new fiscal year is a
      * commitment of that year now - it is
      * reported under the new year's period
      * from its latest carry-forward record,
      * not the period of its PO date.
      *
      * Accumulated in a table and exchange-
      * sorted on account/period, the same
      * collect-then-sort CHKPRF01 uses for

           COPY "slpurord.cbl".

           COPY "slenccf.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpurord.cbl".

           COPY "fdenccf.cbl".

       WORKING-STORAGE SECTION.

       77  PO-AT-END                   PIC X(01).
       77  CARRY-AT-END                PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  OPEN-PO-COUNT               PIC 9(05) VALUE ZERO.
       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT ENCUMBRANCE-CARRY-FILE.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-COMMITMENT-LINES.
           PERFORM DISPLAY-REPORT-TOTALS.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE ENCUMBRANCE-CARRY-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-PO-RECORD.
           COMPUTE PO-OPEN-BALANCE =
               PO-AMOUNT - PO-VOUCHERED-AMOUNT.
           MOVE PO-DATE(1:6) TO PO-PERIOD.
           PERFORM FIND-CARRIED-PERIOD.
           ADD 1               TO OPEN-PO-COUNT.
           ADD PO-OPEN-BALANCE TO OPEN-COMMIT-TOTAL.
           PERFORM FIND-COMMITMENT-SLOT.
               MOVE "Y" TO CMT-SLOT-FOUND
               MOVE CMT-INDEX TO CMT-SLOT.

      *    The carry records for a PO run in year-end order, so
      *    the last one read is the latest.
       FIND-CARRIED-PERIOD.
           MOVE PO-NUMBER TO ECF-PO-NUMBER.
           MOVE ZEROES    TO ECF-YEAR-END.
           MOVE "N" TO CARRY-AT-END.
           START ENCUMBRANCE-CARRY-FILE
               KEY IS NOT LESS THAN ECF-KEY
               INVALID KEY MOVE "Y" TO CARRY-AT-END.
           PERFORM READ-NEXT-CARRY-RECORD.
           PERFORM TAKE-ONE-CARRY-RECORD
               UNTIL CARRY-AT-END = "Y".

       TAKE-ONE-CARRY-RECORD.
           MOVE ECF-NEW-PERIOD TO PO-PERIOD.
           PERFORM READ-NEXT-CARRY-RECORD.

      *------------------------------------------
      * Plain exchange sort on account/period -
      * the table is at most 500 entries, so
           MOVE "N" TO PO-AT-END.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-AT-END.

       READ-NEXT-CARRY-RECORD.
           IF CARRY-AT-END = "N"
               READ ENCUMBRANCE-CARRY-FILE NEXT RECORD
                   AT END MOVE "Y" TO CARRY-AT-END.
           IF CARRY-AT-END = "N" AND ECF-PO-NUMBER NOT = PO-NUMBER
               MOVE "Y" TO CARRY-AT-END.
