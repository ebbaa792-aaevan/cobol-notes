                       "FLAGGED ***".
           IF VOUCHER-RECORD-FOUND = "Y"
               MOVE "Y" TO VOUCHER-RETAINAGE-RELEASED
               PERFORM SET-VOUCHER-OPEN-ITEM
               REWRITE VOUCHER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING VOUCHER RECORD"
           MOVE SPACE  TO VOUCHER-1099-FORM.
           MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
           MOVE ZEROES TO VOUCHER-1099-BOX.
           MOVE ZEROES TO VOUCHER-VAT-AMOUNT
                          VOUCHER-VAT-RATE
                          VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE  TO VOUCHER-VAT-COUNTRY
                          VOUCHER-VAT-REG-NO.
           PERFORM CLEAR-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.
       CLEAR-ONE-GL-LINE.
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX).

       CLEAR-ONE-DISC-ENTRY.
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
               DISPLAY "ERROR REWRITING CONTROL RECORD".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
