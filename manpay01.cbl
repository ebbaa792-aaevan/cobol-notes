                       "REGISTER".

       GET-PAYEE-NAME.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO VENDOR-NAME
           ELSE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
           MOVE AMOUNT-FIELD   TO AUD-AFTER-VALUE.
           MOVE "V"            TO AUD-SOURCE.
           MOVE ZEROES         TO AUD-VENDOR-NUMBER.
           MOVE SPACE          TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           COPY "pldate01.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
