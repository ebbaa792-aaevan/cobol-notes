002170         ELSE
002180             PERFORM CHECK-VENDOR-HOLD-STATUS
002190             IF VENDOR-ON-HOLD = "Y"
002192                 IF VENDOR-STATUS = "O"
002194                     DISPLAY "VENDOR IS STILL ONBOARDING - "
002196                             "VOUCHER CANNOT BE SELECTED"
002198                 ELSE
002200                     DISPLAY "VENDOR IS ON HOLD - VOUCHER CANNOT "
002210                             "BE SELECTED FOR PAYMENT"
002215                 END-IF
002220                 MOVE "N" TO VOUCHER-SELECTED
002230             ELSE
002240                  PERFORM CHECK-RECEIPT-REQUIREMENT
003590     MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
003600     MOVE "V"                    TO AUD-SOURCE.
003610     MOVE ZEROES                 TO AUD-VENDOR-NUMBER.
003615     MOVE SPACE                  TO AUD-TABLE-KEY.
003620     WRITE AUDIT-LOG-RECORD.
003630
003640
003800     MOVE "N" TO VENDOR-ON-HOLD.
003810     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
003820     PERFORM READ-VENDOR-RECORD.
003830     IF VENDOR-RECORD-FOUND = "Y" AND
003835           (VENDOR-STATUS = "H" OR VENDOR-STATUS = "O")
003840         MOVE "Y" TO VENDOR-ON-HOLD.
003850
003860 ACCEPT-VOUCHER-SELECTED.
005440          MOVE "N" TO VOUCHER-RECORD-FOUND.
005450
005460 REWRITE-VOUCHER-RECORD.
005465     PERFORM SET-VOUCHER-OPEN-ITEM.
005470     REWRITE VOUCHER-RECORD
005480         INVALID KEY
005490         DISPLAY "ERROR REWRITING VENDOR RECORD".
005768     COPY "plvjrnl.cbl".
005770
005780
005790
005800     COPY "plvopen.cbl".
