      *> Shared notice-trigger layout (NOTTRIG) -- events the
      *> dormancy review detects that the bank owes the customer a
      *> written notice for: an account drifting toward dormancy
      *> (DORMWARN) and escheatment due diligence (ESCHEAT) -- plus
      *> the stop-payment run's warning that a stop is about to
      *> lapse (STOPEXP, amount is the stop's amount) and the
      *> month-end excess-transaction run's warning that a savings
      *> account is being used like checking (SAVCONV, amount is
      *> the month's excess fee), and the dispute run's letter that
      *> a disputed network debit was found valid and any
      *> provisional credit reversed (DSPDENY, amount is the credit
      *> reversed, zero if none had posted). The nightly notice run
      *> turns each trigger into a formatted letter and a register
      *> entry, then consumes the file; NSF fee notices need no
      *> trigger record because the notice run reads those straight
      *> off the posting journal's NF lines.
       01  notice-trigger-line.
           05  ntg-event-type       pic x(8).
               88  ntg-dormancy-warning value "DORMWARN".
               88  ntg-escheat-notice   value "ESCHEAT".
               88  ntg-stop-expiry      value "STOPEXP".
               88  ntg-savings-conversion value "SAVCONV".
               88  ntg-dispute-denied   value "DSPDENY".
           05  filler               pic x(1) value space.
           05  ntg-account-number   pic 9(8).
           05  filler               pic x(1) value space.
