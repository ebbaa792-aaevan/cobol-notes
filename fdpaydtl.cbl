      * authoritative history.)
      *
      * PDT-METHOD: "C" check, "A" ACH,
      * "W" wire, "V" virtual card
      * request, "X" credit-memo
      * application, "R" vendor-receipt
      * application (VRCMNT01 applying a
      * vendor's refund check against an
      * advance (deposit) applied
      * against the voucher at entry,
      * "M" a manual / out-of-system
      * payment MANPAY01 recorded, "O"
      * a balance written off by
      * WOFRUN01 (see FDWRTOFF for why).
      * An "M", "D", "R" or "O" row
      * posted its own GL pair the
      * moment it was keyed, so
      * GLPOST01's nightly extract and
      * GLRCN01's proof both skip those
      * rows.
      *
      * PDT-INTEREST-FLAG "Y" means
      * INTGEN01 has already generated
