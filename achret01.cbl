
           COPY "slwhhold.cbl".

           COPY "slseclog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdwhhold.cbl".

           COPY "fdseclog.cbl".

       WORKING-STORAGE SECTION.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  RETURNED-AMOUNT             PIC S9(6)V99.
       77  DETAIL-AT-END               PIC X(01).
       77  LAST-DETAIL-SEQUENCE        PIC 9(03).
       77  OLD-ACCOUNT-SHOWN           PIC X(17).

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wsvjrnl.cbl".

           COPY "wsmask.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O PAYMENT-DETAIL-FILE.
           OPEN EXTEND WITHHOLDING-LEDGER-FILE.
           OPEN EXTEND SECURITY-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-MASK-AUTHORITY.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE WITHHOLDING-LEDGER-FILE.
           CLOSE SECURITY-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

      *------------------------------------------
      * Bank account numbers show last four
      * only, unless this operator holds the
      * full-display authority - and then each
      * full display is on the security log.
      *------------------------------------------
       SET-MASK-AUTHORITY.
           MOVE OPERATOR-AUTH-FLAG (7) TO MASK-FULL-ALLOWED.
           MOVE OPERATOR-ID            TO MASK-OPERATOR.
           MOVE "ACHRET01"             TO MASK-PROGRAM.

       MAIN-PROCESS.
           PERFORM READ-NEXT-RETURN-RECORD.
           PERFORM PROCESS-RETURN-RECORDS
               ZERO - DROPPED-PAY-AMOUNT - DROPPED-WITHHELD.
           COMPUTE WHL-WITHHELD-AMOUNT =
               ZERO - DROPPED-WITHHELD.
           MOVE VOUCHER-COMPANY TO WHL-COMPANY.
           WRITE WITHHOLDING-LEDGER-RECORD.

       FIND-LAST-DETAIL-SEQUENCE.
                       "  VENDOR " VENDOR-NUMBER " " VENDOR-NAME
               DISPLAY "   ROUTING " VENDOR-BANK-ROUTING
                       " -> " ARF-CORRECTED-ROUTING
               MOVE VENDOR-BANK-ACCOUNT TO MASK-SOURCE
               MOVE SPACE TO MASK-DETAIL
               STRING "ACCOUNT VENDOR " VENDOR-NUMBER
                   DELIMITED BY SIZE INTO MASK-DETAIL
               PERFORM SHOW-SENSITIVE-NUMBER
               MOVE MASK-RESULT TO OLD-ACCOUNT-SHOWN
               MOVE ARF-CORRECTED-ACCOUNT TO MASK-SOURCE
               MOVE SPACE TO MASK-DETAIL
               STRING "NOC ACCOUNT " VENDOR-NUMBER
                   DELIMITED BY SIZE INTO MASK-DETAIL
               PERFORM SHOW-SENSITIVE-NUMBER
               DISPLAY "   ACCOUNT " OLD-ACCOUNT-SHOWN
                       " -> " MASK-RESULT
               MOVE ARF-CORRECTED-ROUTING TO VENDOR-BANK-ROUTING
               MOVE ARF-CORRECTED-ACCOUNT TO VENDOR-BANK-ACCOUNT
               PERFORM REWRITE-VENDOR-RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
               DISPLAY "ERROR REWRITING VENDOR RECORD".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".

           COPY "plmask.cbl".

           COPY "plmasklg.cbl".
