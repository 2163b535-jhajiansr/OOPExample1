      *>   DEBIT-DAILY-LIMIT    this account's per-day card cap
      *>   SAVINGS-MIN-BALANCE  this account's minimum-balance floor
      *>   SERVICE-FEE          this account's monthly service fee
      *>   SAVINGS-TXN-LIMIT    this account's monthly savings
      *>                        withdrawal/transfer count limit
      *> The posting and fee runs load the file at start-up and
      *> apply matching lines to the account object as per-instance
      *> values before falling back to the global parameter; the
