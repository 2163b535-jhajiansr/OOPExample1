           05  so-order-status      pic x(1).
               88  so-order-active      value "A".
               88  so-order-cancelled   value "C".
               88  so-order-suspended   value "S".
      *> Suspended (S) -- drawn on an account frozen because its sole
      *> owner died; neither nightly run executes it, and it stays on
      *> file for the estate to cancel or reinstate.
      *> Non-zero so-payee-id marks an outbound payment to an
      *> external beneficiary on the payee master -- the nightly
      *> external-payment run originates it and the internal
