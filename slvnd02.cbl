               RECORD KEY IS VENDOR-NUMBER
               ALTERNATE RECORD KEY IS VENDOR-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VENDOR-PARENT
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
