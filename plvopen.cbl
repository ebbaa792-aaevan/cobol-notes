      *----------------------------------
      * PLVOPEN.CBL
      * Sets the VOUCHER-OPEN-ITEM key
      * from the amounts on the record.
      * PERFORM it immediately before
      * every WRITE or REWRITE of
      * VOUCHER-RECORD.
      *----------------------------------
       SET-VOUCHER-OPEN-ITEM.
           IF VOUCHER-PAID-AMOUNT = VOUCHER-AMOUNT
               MOVE "N" TO VOUCHER-OPEN-ITEM
           ELSE
               MOVE "Y" TO VOUCHER-OPEN-ITEM.
