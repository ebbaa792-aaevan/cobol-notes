                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VOUCHER-CHECK-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VOUCHER-PAID-DATE
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
