020100            MOVE "N" TO VOUCHER-RECORD-FOUND.
020200
020300 WRITE-VOUCHER-RECORD.
020350     PERFORM SET-VOUCHER-OPEN-ITEM.
020400     WRITE VOUCHER-RECORD
020500         INVALID KEY
020600         DISPLAY "ERROR WRITING VOUCHER RECORD".
020610
020620     COPY "plvopen.cbl".
