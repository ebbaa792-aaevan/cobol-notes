      * Credit-memo applications (method "X")
      * and vendor-receipt applications ("R")
      * are not payments to the vendor and
      * never accrue interest - nor does a
      * write-off ("O").
      *
      * The generated voucher follows
      * RCVGEN01's pattern - numbered off the
               IF PDT-INTEREST-FLAG NOT = "Y" AND
                  PDT-METHOD NOT = "X" AND
                  PDT-METHOD NOT = "R" AND
                  PDT-METHOD NOT = "O" AND
                  PDT-AMOUNT > ZERO
                   PERFORM EXAMINE-ONE-PAYMENT.

           MOVE SPACE  TO VOUCHER-1099-FORM.
           MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
           MOVE ZEROES TO VOUCHER-1099-BOX.
           MOVE ZEROES TO VOUCHER-VAT-AMOUNT
                          VOUCHER-VAT-RATE
                          VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE  TO VOUCHER-VAT-COUNTRY
                          VOUCHER-VAT-REG-NO.
           PERFORM CLEAR-ONE-DISC-ENTRY
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.
       CLEAR-ONE-GL-LINE.
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX).

       CLEAR-ONE-DISC-ENTRY.
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
               DISPLAY "ERROR REWRITING CONTROL RECORD".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
