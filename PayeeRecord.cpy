      *> interactively by payee maintenance; read by the nightly
      *> external-payment origination run. A cancelled payee stays on
      *> file so old settlement detail still resolves, but no new
      *> payment originates against it. A payee whose beneficiary
      *> name hits the sanctions watch list is suspended (S) until
      *> the review desk clears the hit; nothing is sent to it
      *> meanwhile, and ordinary maintenance cannot lift it.
       01  payee-record.
           05  pay-payee-id         pic 9(6).
           05  pay-routing-number   pic 9(9).
           05  pay-payee-status     pic x(1).
               88  pay-payee-active     value "A".
               88  pay-payee-cancelled  value "C".
               88  pay-payee-suspended  value "S".
