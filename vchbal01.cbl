       77  VOUCHER-COUNT               PIC 9(05) VALUE ZERO.
       77  HIGHEST-VOUCHER-NUMBER      PIC 9(07) VALUE ZERO.
       77  RUN-TIME                    PIC 9(06).
       77  STEP-STARTED-TIME           PIC 9(06).
       77  VOUCHERS-READ               PIC 9(07) VALUE ZERO.

       77  HIGHEST-VOUCHER-FIELD       PIC Z(7).
       77  CONTROL-LAST-VOUCHER-FIELD  PIC Z(7).

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-STARTED-TIME FROM TIME.
           MOVE "VCHBAL01" TO REPORT-ID.
           MOVE "CONTROL-TOTAL BALANCING" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               ADD 1 TO VOUCHERS-READ.

       READ-CONTROL-RECORD.
           MOVE 1   TO CONTROL-KEY.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE  TO RNC-RUN-DATE.
           MOVE RUN-TIME  TO RNC-COMPLETED-TIME.
           MOVE STEP-STARTED-TIME TO RNC-STARTED-TIME.
           MOVE VOUCHERS-READ     TO RNC-VOUCHERS-READ.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               REWRITE RUN-CONTROL-RECORD
