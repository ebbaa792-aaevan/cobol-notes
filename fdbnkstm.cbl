      *   "W" wire debit
      *   "F" service charge (the fee
      *       code says which)
      *   "D" ACH debit an outside
      *       company pulled from the
      *       account
      *   anything else - a debit
      *   nothing on our side explains,
      *   which is the whole reason for
