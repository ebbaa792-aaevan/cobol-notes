       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHRST01.
      *------------------------------------------
      * Archived voucher restore.  VCHARC01
      * (and OTPURG01) move paid, cleared
      * vouchers to VOUCHER-HISTORY-FILE, and
      * nothing that works a voucher - credit
      * application, void, disputes - reads
      * the history file.  When a vendor
      * refunds an archived payment or an
      * audit reopens one, a supervisor brings
      * it back here: the history record is
      * moved onto VOUCHER-FILE exactly as it
      * was archived, its invoice cross-
      * reference flips from archived back to
      * live, and the restore is written to
      * the audit trail and the voucher
      * journal.
      *
      * Supervisor only.  A voucher number
      * already on the live file is never
      * overwritten, nor is a voucher restored
      * whose invoice has since been taken by
      * another voucher, or whose vendor is no
      * longer on the vendor master.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slvchhist.cbl".

           COPY "slinvxrf.cbl".

           COPY "slvnd02.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  HISTORY-RECORD-FOUND        PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  XREF-RECORD-FOUND           PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  RESTORE-ANSWER              PIC X(01).
       77  ERROR-MESSAGE               PIC X(79) VALUE SPACE.

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).
       77  RESTORE-VOUCHER             PIC 9(07).

       77  RESTORED-COUNT              PIC 9(05) VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.

       77  AUD-FIELD-NAME              PIC X(20).
       77  AUD-BEFORE-FIELD-VALUE      PIC X(30).
       77  AUD-AFTER-FIELD-VALUE       PIC X(30).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsvjrnl.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           IF OPERATOR-IS-SUPERVISOR
               PERFORM MAIN-PROCESS
           ELSE
               DISPLAY "ONLY A SUPERVISOR MAY RESTORE VOUCHERS".
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "VCHRST01" TO JRN-PROGRAM.
           OPEN I-O VOUCHER-HISTORY-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "VOUCHERS RESTORED: " RESTORED-COUNT.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
      *------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
      *    An identity APMAIN01 already verified by password is
      *    trusted - only a standalone run still prompts.
           IF SIGNED-ON-OPERATOR NOT = SPACE
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF OPERATOR-RECORD-FOUND = "N"
               PERFORM ACCEPT-OPERATOR-ID
               PERFORM RE-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER YOUR OPERATOR ID".
           ACCEPT OPERATOR-ID.
           INSPECT OPERATOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "Y" TO OPERATOR-RECORD-FOUND.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

       MAIN-PROCESS.
           PERFORM GET-RESTORE-VOUCHER.
           PERFORM RESTORE-ONE-VOUCHER
               UNTIL RESTORE-VOUCHER = ZEROES.

       GET-RESTORE-VOUCHER.
           DISPLAY " ".
           DISPLAY "ENTER ARCHIVED VOUCHER NUMBER TO RESTORE".
           DISPLAY "ENTER 0 TO EXIT".
           ACCEPT RESTORE-VOUCHER.

       RESTORE-ONE-VOUCHER.
           PERFORM CHECK-RESTORE-VOUCHER.
           IF ERROR-MESSAGE NOT = SPACE
               DISPLAY ERROR-MESSAGE
           ELSE
               PERFORM DISPLAY-HISTORY-VOUCHER
               PERFORM ASK-RESTORE-THE-VOUCHER
               IF RESTORE-ANSWER = "Y"
                   PERFORM RESTORE-THE-VOUCHER
               ELSE
                   DISPLAY "NOTHING RESTORED".
           PERFORM GET-RESTORE-VOUCHER.

      *------------------------------------------
      * On history, not on the live file, and
      * nothing since has claimed its invoice
      * or dropped its vendor.  A one-time or
      * employee payee has no vendor record.
      *------------------------------------------
       CHECK-RESTORE-VOUCHER.
           MOVE SPACE TO ERROR-MESSAGE.
           MOVE RESTORE-VOUCHER TO VCH-HIST-NUMBER.
           PERFORM READ-HISTORY-RECORD.
           MOVE RESTORE-VOUCHER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF HISTORY-RECORD-FOUND = "N"
               MOVE "VOUCHER IS NOT ON THE HISTORY FILE"
                 TO ERROR-MESSAGE
           ELSE
           IF VOUCHER-RECORD-FOUND = "Y"
               MOVE "VOUCHER NUMBER IS ALREADY LIVE - RESTORE REFUSED"
                 TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-RESTORE-XREF
               IF ERROR-MESSAGE = SPACE
                   PERFORM CHECK-RESTORE-VENDOR.

       CHECK-RESTORE-XREF.
           MOVE VCH-HIST-VENDOR  TO XRF-VENDOR.
           MOVE VCH-HIST-INVOICE TO XRF-INVOICE.
           PERFORM READ-XREF-RECORD.
           IF XREF-RECORD-FOUND = "Y" AND
              XRF-VOUCHER-NUMBER NOT = VCH-HIST-NUMBER
               STRING "INVOICE IS NOW ON VOUCHER "
                      XRF-VOUCHER-NUMBER
                      " - RESTORE REFUSED"
                      DELIMITED BY SIZE
                 INTO ERROR-MESSAGE.

       CHECK-RESTORE-VENDOR.
           IF VCH-HIST-ONE-TIME-FLAG NOT = "Y" AND
              VCH-HIST-ONE-TIME-FLAG NOT = "E"
               MOVE VCH-HIST-VENDOR TO VENDOR-NUMBER
               MOVE "Y" TO VENDOR-RECORD-FOUND
               READ VENDOR-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO VENDOR-RECORD-FOUND
               END-READ
               IF VENDOR-RECORD-FOUND = "N"
                   STRING "VENDOR " VCH-HIST-VENDOR
                          " IS NOT ON THE VENDOR FILE"
                          " - RESTORE REFUSED"
                          DELIMITED BY SIZE
                     INTO ERROR-MESSAGE.

       DISPLAY-HISTORY-VOUCHER.
           DISPLAY " ".
           DISPLAY "VOUCHER " VCH-HIST-NUMBER
                   "  VENDOR " VCH-HIST-VENDOR
                   "  INVOICE " VCH-HIST-INVOICE.
           DISPLAY "   FOR " VCH-HIST-FOR.
           MOVE VCH-HIST-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "   AMOUNT " AMOUNT-FIELD
                   "  DATED " VCH-HIST-DATE.
           MOVE VCH-HIST-PAID-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "   PAID   " AMOUNT-FIELD
                   "  ON " VCH-HIST-PAID-DATE
                   "  CHECK " VCH-HIST-CHECK-NO.

       ASK-RESTORE-THE-VOUCHER.
           PERFORM ACCEPT-RESTORE-ANSWER.
           PERFORM RE-ACCEPT-RESTORE-ANSWER
               UNTIL RESTORE-ANSWER = "Y" OR "N".

       ACCEPT-RESTORE-ANSWER.
           DISPLAY "RESTORE THIS VOUCHER TO THE LIVE FILE (Y/N)?".
           ACCEPT RESTORE-ANSWER.
           INSPECT RESTORE-ANSWER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-RESTORE-ANSWER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-RESTORE-ANSWER.

      *------------------------------------------
      * The reverse of VCHARC01's ARCHIVE-THE-
      * VOUCHER: one group MOVE back, the open-
      * item key set from the amounts as on
      * every write, and the history copy
      * removed only once the live write has
      * taken.
      *------------------------------------------
       RESTORE-THE-VOUCHER.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           WRITE VOUCHER-RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND
               DISPLAY "ERROR WRITING VOUCHER RECORD - "
                       "NOTHING RESTORED".
           IF VOUCHER-RECORD-FOUND = "Y"
               PERFORM JOURNAL-VOUCHER-ADD
               PERFORM MARK-XREF-LIVE
               PERFORM DELETE-HISTORY-RECORD
               PERFORM LOG-THE-RESTORE
               ADD 1 TO RESTORED-COUNT
               DISPLAY "VOUCHER " VOUCHER-NUMBER " RESTORED".

      *------------------------------------------
      * The cross-reference flips back to
      * live.  One archived before the cross-
      * reference existed gets its record
      * written here, as VCHARC01 back-fills.
      *------------------------------------------
       MARK-XREF-LIVE.
           MOVE VOUCHER-VENDOR  TO XRF-VENDOR.
           MOVE VOUCHER-INVOICE TO XRF-INVOICE.
           PERFORM READ-XREF-RECORD.
           MOVE VOUCHER-NUMBER TO XRF-VOUCHER-NUMBER.
           MOVE "L"            TO XRF-STATUS.
           MOVE RUN-DATE       TO XRF-DATE.
           IF XREF-RECORD-FOUND = "Y"
               REWRITE INVOICE-XREF-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING INVOICE XREF"
           ELSE
               WRITE INVOICE-XREF-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE XREF".

       LOG-THE-RESTORE.
           MOVE "RESTORE"  TO AUD-FIELD-NAME.
           MOVE "ARCHIVED" TO AUD-BEFORE-FIELD-VALUE.
           MOVE "LIVE"     TO AUD-AFTER-FIELD-VALUE.
           PERFORM WRITE-AUDIT-LOG-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HISTORY-RECORD-FOUND.

       DELETE-HISTORY-RECORD.
           DELETE VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING VOUCHER HISTORY RECORD".

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-XREF-RECORD.
           MOVE "Y" TO XREF-RECORD-FOUND.
           READ INVOICE-XREF-FILE RECORD
               INVALID KEY
                  MOVE "N" TO XREF-RECORD-FOUND.

       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE OPERATOR-ID            TO AUD-OPERATOR-ID.
           MOVE RUN-DATE               TO AUD-LOG-DATE.
           MOVE RUN-TIME               TO AUD-LOG-TIME.
           MOVE VOUCHER-NUMBER         TO AUD-VOUCHER-NUMBER.
           MOVE AUD-FIELD-NAME         TO AUD-FIELD-CHANGED.
           MOVE AUD-BEFORE-FIELD-VALUE TO AUD-BEFORE-VALUE.
           MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
           MOVE "V"                    TO AUD-SOURCE.
           MOVE ZEROES                 TO AUD-VENDOR-NUMBER.
           MOVE SPACE                  TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
