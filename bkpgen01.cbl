       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPGEN01.
      *------------------------------------------
      * Backup generation.  Copies every AP
      * master - vouchers, voucher history,
      * vendors, the invoice cross-reference,
      * the check register, GL accounts, bank
      * accounts, employees, operators and the
      * control file - to flat image files for
      * a new numbered generation, the same
      * export TRNREF01 does for the training
      * load, and writes one catalog line per
      * master: the image name, date, time,
      * record count and control totals (see
      * FDBKPCAT.CBL).
      *
      * GENERATIONS-KEPT (WSBKPTOT.CBL)
      * generations are kept.  The images
      * rotate through that many slots - bk01
      * to bk07 ahead of each file's own name
      * - so a new generation writes over the
      * oldest one, and that generation's
      * lines come off the catalog.
      *
      * The voucher figures are also appended
      * to the VCHSNP01 snapshot file, stamped
      * with the backup's date and time, so
      * every generation has a snapshot it
      * matches.  BKPVFY01 proves a generation
      * is usable.  Run this after the night's
      * batch cycle, with nothing else
      * updating the files.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slvnd02.cbl".

           COPY "slinvxrf.cbl".

           COPY "slchkreg.cbl".

           COPY "slglacct.cbl".

           COPY "slbank.cbl".

           COPY "slemploy.cbl".

           COPY "sloper01.cbl".

           COPY "slcontrl.cbl".

           COPY "slsnap.cbl".

           COPY "slbkpcat.cbl".

           COPY "slbkpimg.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdchkreg.cbl".

           COPY "fdglacct.cbl".

           COPY "fdbank.cbl".

           COPY "fdemploy.cbl".

           COPY "fdoper01.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdsnap.cbl".

           COPY "fdbkpcat.cbl".

           COPY "fdbkpimg.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsbkptot.cbl".

       77  MASTER-AT-END               PIC X(01).
       77  CATALOG-AT-END              PIC X(01).
       77  IMAGE-IS-OPEN               PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).

       77  LAST-GENERATION             PIC 9(05).
       77  NEW-GENERATION              PIC 9(05).
       77  NEW-SLOT                    PIC 9(02).
       77  SLOT-WORK                   PIC 9(05).
       77  SLOT-QUOTIENT               PIC 9(05).
       77  SLOT-REMAINDER              PIC 9(02).
       77  EXPIRED-THROUGH             PIC 9(05).

       77  FILES-BACKED-UP             PIC 9(02) VALUE ZERO.
       77  FILES-FAILED                PIC 9(02) VALUE ZERO.
       77  ENTRIES-DROPPED             PIC 9(03) VALUE ZERO.

      *------------------------------------------
      * The voucher image's figures, kept for
      * the snapshot written at the end.
      *------------------------------------------
       77  VOUCHER-IMAGE-WRITTEN       PIC X(01) VALUE "N".
       77  SNAP-COUNT                  PIC 9(07).
       77  SNAP-AMOUNT                 PIC S9(11)V99.
       77  SNAP-PAID                   PIC S9(11)V99.
       77  SNAP-HIGHEST                PIC 9(07).

       77  COUNT-FIELD                 PIC Z,ZZZ,ZZ9.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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
           ACCEPT RUN-TIME FROM TIME.
           OPEN I-O BACKUP-CATALOG-FILE.
           PERFORM FIND-LAST-GENERATION.
           PERFORM SET-NEW-GENERATION.
           PERFORM DROP-EXPIRED-GENERATIONS.
           DISPLAY " ".
           DISPLAY "BACKUP GENERATION " NEW-GENERATION
                   " - " RUN-DATE " AT " RUN-TIME
                   " - SLOT " NEW-SLOT.

       CLOSING-PROCEDURE.
           IF VOUCHER-IMAGE-WRITTEN = "Y"
               PERFORM WRITE-SNAPSHOT-RECORD.
           CLOSE BACKUP-CATALOG-FILE.
           DISPLAY " ".
           DISPLAY "FILES BACKED UP:          " FILES-BACKED-UP.
           DISPLAY "CATALOG LINES DROPPED:    " ENTRIES-DROPPED.
           IF FILES-FAILED NOT = ZERO
               DISPLAY "*** " FILES-FAILED
                       " FILE(S) COULD NOT BE BACKED UP - "
                       "GENERATION " NEW-GENERATION
                       " IS INCOMPLETE ***"
           ELSE
               DISPLAY "RUN BKPVFY01 TO PROVE GENERATION "
                       NEW-GENERATION.

       MAIN-PROCESS.
           PERFORM BACK-UP-VOUCHERS.
           PERFORM BACK-UP-VOUCHER-HISTORY.
           PERFORM BACK-UP-VENDORS.
           PERFORM BACK-UP-INVOICE-XREF.
           PERFORM BACK-UP-CHECK-REGISTER.
           PERFORM BACK-UP-GL-ACCOUNTS.
           PERFORM BACK-UP-BANK-ACCOUNTS.
           PERFORM BACK-UP-EMPLOYEES.
           PERFORM BACK-UP-OPERATORS.
           PERFORM BACK-UP-CONTROL.

      *------------------------------------------
      * Numbering the generation.  The catalog
      * is in generation order, so the last
      * line read is the latest generation.
      * The slot turns over every GENERATIONS-
      * KEPT generations, and a generation
      * that far back has just been written
      * over.
      *------------------------------------------
       FIND-LAST-GENERATION.
           MOVE ZEROES TO LAST-GENERATION.
           MOVE ZEROES TO BCT-KEY.
           MOVE "N" TO CATALOG-AT-END.
           START BACKUP-CATALOG-FILE
               KEY IS NOT LESS THAN BCT-KEY
               INVALID KEY MOVE "Y" TO CATALOG-AT-END.
           PERFORM READ-NEXT-CATALOG-ENTRY
               UNTIL CATALOG-AT-END = "Y".

       READ-NEXT-CATALOG-ENTRY.
           READ BACKUP-CATALOG-FILE NEXT RECORD
               AT END MOVE "Y" TO CATALOG-AT-END.
           IF CATALOG-AT-END = "N"
               MOVE BCT-GENERATION TO LAST-GENERATION.

       SET-NEW-GENERATION.
           ADD 1 LAST-GENERATION GIVING NEW-GENERATION.
           SUBTRACT 1 FROM NEW-GENERATION GIVING SLOT-WORK.
           DIVIDE SLOT-WORK BY GENERATIONS-KEPT
               GIVING SLOT-QUOTIENT
               REMAINDER SLOT-REMAINDER.
           ADD 1 SLOT-REMAINDER GIVING NEW-SLOT.
           MOVE NEW-SLOT TO BACKUP-IMAGE-SLOT.
           MOVE ZEROES TO EXPIRED-THROUGH.
           IF NEW-GENERATION > GENERATIONS-KEPT
               SUBTRACT GENERATIONS-KEPT FROM NEW-GENERATION
                   GIVING EXPIRED-THROUGH.

       DROP-EXPIRED-GENERATIONS.
           MOVE ZEROES TO BCT-KEY.
           MOVE "N" TO CATALOG-AT-END.
           IF EXPIRED-THROUGH = ZEROES
               MOVE "Y" TO CATALOG-AT-END
           ELSE
               START BACKUP-CATALOG-FILE
                   KEY IS NOT LESS THAN BCT-KEY
                   INVALID KEY MOVE "Y" TO CATALOG-AT-END.
           PERFORM DROP-ONE-CATALOG-ENTRY
               UNTIL CATALOG-AT-END = "Y".

       DROP-ONE-CATALOG-ENTRY.
           READ BACKUP-CATALOG-FILE NEXT RECORD
               AT END MOVE "Y" TO CATALOG-AT-END.
           IF CATALOG-AT-END = "N"
               IF BCT-GENERATION > EXPIRED-THROUGH
                   MOVE "Y" TO CATALOG-AT-END
               ELSE
                   DELETE BACKUP-CATALOG-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DROPPING CATALOG LINE "
                               BCT-KEY
                       NOT INVALID KEY
                       ADD 1 TO ENTRIES-DROPPED.

      *------------------------------------------
      * One paragraph pair per master: open
      * it, copy every record to its image,
      * close it.  BKP-FILE-SEQ is the
      * master's place in BKM-MASTER-TABLE.
      *------------------------------------------
       BACK-UP-VOUCHERS.
           MOVE 1 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT VOUCHER-FILE
               PERFORM READ-NEXT-VOUCHER
               PERFORM COPY-ONE-VOUCHER
                   UNTIL MASTER-AT-END = "Y"
               CLOSE VOUCHER-FILE
               PERFORM FINISH-THE-IMAGE
               MOVE "Y"              TO VOUCHER-IMAGE-WRITTEN
               MOVE BKP-RECORD-COUNT TO SNAP-COUNT
               MOVE BKP-AMOUNT-TOTAL TO SNAP-AMOUNT
               MOVE BKP-PAID-TOTAL   TO SNAP-PAID
               MOVE BKP-HIGH-KEY     TO SNAP-HIGHEST.

       COPY-ONE-VOUCHER.
           MOVE VOUCHER-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-VOUCHER.

       BACK-UP-VOUCHER-HISTORY.
           MOVE 2 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT VOUCHER-HISTORY-FILE
               PERFORM READ-NEXT-HISTORY
               PERFORM COPY-ONE-HISTORY
                   UNTIL MASTER-AT-END = "Y"
               CLOSE VOUCHER-HISTORY-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-HISTORY.
           MOVE VOUCHER-HISTORY-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-HISTORY.

       BACK-UP-VENDORS.
           MOVE 3 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT VENDOR-FILE
               PERFORM READ-NEXT-VENDOR
               PERFORM COPY-ONE-VENDOR
                   UNTIL MASTER-AT-END = "Y"
               CLOSE VENDOR-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-VENDOR.
           MOVE VENDOR-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-VENDOR.

       BACK-UP-INVOICE-XREF.
           MOVE 4 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT INVOICE-XREF-FILE
               PERFORM READ-NEXT-XREF
               PERFORM COPY-ONE-XREF
                   UNTIL MASTER-AT-END = "Y"
               CLOSE INVOICE-XREF-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-XREF.
           MOVE INVOICE-XREF-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-XREF.

       BACK-UP-CHECK-REGISTER.
           MOVE 5 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT CHECK-REGISTER-FILE
               PERFORM READ-NEXT-CHECK
               PERFORM COPY-ONE-CHECK
                   UNTIL MASTER-AT-END = "Y"
               CLOSE CHECK-REGISTER-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-CHECK.
           MOVE CHECK-REGISTER-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-CHECK.

       BACK-UP-GL-ACCOUNTS.
           MOVE 6 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT GL-ACCOUNT-FILE
               PERFORM READ-NEXT-GL-ACCOUNT
               PERFORM COPY-ONE-GL-ACCOUNT
                   UNTIL MASTER-AT-END = "Y"
               CLOSE GL-ACCOUNT-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-GL-ACCOUNT.
           MOVE GL-ACCOUNT-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-GL-ACCOUNT.

       BACK-UP-BANK-ACCOUNTS.
           MOVE 7 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT BANK-ACCOUNT-FILE
               PERFORM READ-NEXT-BANK-ACCOUNT
               PERFORM COPY-ONE-BANK-ACCOUNT
                   UNTIL MASTER-AT-END = "Y"
               CLOSE BANK-ACCOUNT-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-BANK-ACCOUNT.
           MOVE BANK-ACCOUNT-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-BANK-ACCOUNT.

       BACK-UP-EMPLOYEES.
           MOVE 8 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT EMPLOYEE-FILE
               PERFORM READ-NEXT-EMPLOYEE
               PERFORM COPY-ONE-EMPLOYEE
                   UNTIL MASTER-AT-END = "Y"
               CLOSE EMPLOYEE-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-EMPLOYEE.
           MOVE EMPLOYEE-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-EMPLOYEE.

       BACK-UP-OPERATORS.
           MOVE 9 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT OPERATOR-FILE
               PERFORM READ-NEXT-OPERATOR
               PERFORM COPY-ONE-OPERATOR
                   UNTIL MASTER-AT-END = "Y"
               CLOSE OPERATOR-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-OPERATOR.
           MOVE OPERATOR-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-OPERATOR.

       BACK-UP-CONTROL.
           MOVE 10 TO BKP-FILE-SEQ.
           PERFORM START-THE-IMAGE.
           IF IMAGE-IS-OPEN = "Y"
               OPEN INPUT CONTROL-FILE
               PERFORM READ-NEXT-CONTROL
               PERFORM COPY-ONE-CONTROL
                   UNTIL MASTER-AT-END = "Y"
               CLOSE CONTROL-FILE
               PERFORM FINISH-THE-IMAGE.

       COPY-ONE-CONTROL.
           MOVE CONTROL-RECORD TO BACKUP-IMAGE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           PERFORM READ-NEXT-CONTROL.

      *------------------------------------------
      * The image side, shared by every
      * master.
      *------------------------------------------
       START-THE-IMAGE.
           MOVE BKM-FILE-ID (BKP-FILE-SEQ) TO BACKUP-IMAGE-FILE-ID.
           PERFORM CLEAR-IMAGE-TOTALS.
           MOVE "N" TO IMAGE-IS-OPEN.
           OPEN OUTPUT BACKUP-IMAGE-FILE.
           IF BACKUP-IMAGE-STATUS (1:1) = "0"
               MOVE "Y" TO IMAGE-IS-OPEN
           ELSE
               ADD 1 TO FILES-FAILED
               DISPLAY "CANNOT WRITE " BACKUP-IMAGE-NAME
                       " - STATUS " BACKUP-IMAGE-STATUS.

       WRITE-IMAGE-LINE.
           WRITE BACKUP-IMAGE-RECORD.
           PERFORM ADD-IMAGE-TO-TOTALS.

       FINISH-THE-IMAGE.
           CLOSE BACKUP-IMAGE-FILE.
           MOVE NEW-GENERATION    TO BCT-GENERATION.
           MOVE BKP-FILE-SEQ      TO BCT-FILE-SEQ.
           MOVE BKM-FILE-ID (BKP-FILE-SEQ) TO BCT-FILE-ID.
           MOVE BACKUP-IMAGE-NAME TO BCT-IMAGE-NAME.
           MOVE RUN-DATE          TO BCT-DATE.
           MOVE RUN-TIME          TO BCT-TIME.
           MOVE BKP-RECORD-COUNT  TO BCT-RECORD-COUNT.
           MOVE BKP-KEY-TOTAL     TO BCT-KEY-TOTAL.
           MOVE BKP-HIGH-KEY      TO BCT-HIGH-KEY.
           MOVE BKP-AMOUNT-TOTAL  TO BCT-AMOUNT-TOTAL.
           MOVE BKP-PAID-TOTAL    TO BCT-PAID-TOTAL.
           MOVE ZEROES            TO BCT-VERIFY-DATE.
           MOVE SPACE             TO BCT-VERIFY-RESULT.
           WRITE BACKUP-CATALOG-RECORD
               INVALID KEY
               REWRITE BACKUP-CATALOG-RECORD.
           ADD 1 TO FILES-BACKED-UP.
           MOVE BKP-RECORD-COUNT TO COUNT-FIELD.
           MOVE BKP-AMOUNT-TOTAL TO TOTAL-FIELD.
           DISPLAY "  " BACKUP-IMAGE-NAME " " COUNT-FIELD
                   " RECORDS " TOTAL-FIELD.

      *------------------------------------------
      * The matching VCHSNP01-style snapshot.
      *------------------------------------------
       WRITE-SNAPSHOT-RECORD.
           OPEN EXTEND VOUCHER-SNAPSHOT-FILE.
           MOVE RUN-DATE     TO SNP-DATE.
           MOVE RUN-TIME     TO SNP-TIME.
           MOVE SNAP-COUNT   TO SNP-VOUCHER-COUNT.
           MOVE SNAP-AMOUNT  TO SNP-AMOUNT-TOTAL.
           MOVE SNAP-PAID    TO SNP-PAID-TOTAL.
           MOVE SNAP-HIGHEST TO SNP-HIGHEST-VOUCHER.
           WRITE VOUCHER-SNAPSHOT-RECORD.
           CLOSE VOUCHER-SNAPSHOT-FILE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER.
           MOVE "N" TO MASTER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-HISTORY.
           MOVE "N" TO MASTER-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-VENDOR.
           MOVE "N" TO MASTER-AT-END.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-XREF.
           MOVE "N" TO MASTER-AT-END.
           READ INVOICE-XREF-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-CHECK.
           MOVE "N" TO MASTER-AT-END.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-GL-ACCOUNT.
           MOVE "N" TO MASTER-AT-END.
           READ GL-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-BANK-ACCOUNT.
           MOVE "N" TO MASTER-AT-END.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-EMPLOYEE.
           MOVE "N" TO MASTER-AT-END.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-OPERATOR.
           MOVE "N" TO MASTER-AT-END.
           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

       READ-NEXT-CONTROL.
           MOVE "N" TO MASTER-AT-END.
           READ CONTROL-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-AT-END.

           COPY "plbkptot.cbl".
