      *> space-filled; readers class-test it before using it.
           05  filler               pic x(1) value space.
           05  bhl-drawn-balance    pic s9(7)v99 sign leading separate.
      *> Funds-availability held amount as of the snapshot -- what
      *> an as-of balance inquiry needs to say how much of the ledger
      *> balance the customer could actually draw on that day. Same
      *> rule as the drawn column: older records read back
      *> space-filled and are class-tested before use.
           05  filler               pic x(1) value space.
           05  bhl-held-amount      pic s9(7)v99 sign leading separate.
