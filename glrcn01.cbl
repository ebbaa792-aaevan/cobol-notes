
      *    A row that posted its own GL pair at entry - "M"
      *    manual, "D" advance application, "R" vendor-receipt
      *    application, "O" write-off - never shows on the
      *    "PAY" side, so it
      *    must not count on the paid side either; GLPOST01
      *    skips the same rows.  The gross settled amount also
      *    carries the retained and NRA-withheld shares (and
           IF PDT-DATE = RECON-DATE AND
              PDT-METHOD NOT = "M" AND
              PDT-METHOD NOT = "D" AND
              PDT-METHOD NOT = "R" AND
              PDT-METHOD NOT = "O"
               ADD PDT-AMOUNT       TO VOUCHER-PAID-THIS-DATE
               ADD PDT-DISC-TAKEN   TO VOUCHER-PAID-THIS-DATE
               ADD PDT-WITHHELD     TO VOUCHER-PAID-THIS-DATE
