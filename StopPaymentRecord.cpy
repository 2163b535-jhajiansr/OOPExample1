      *> Shared stop-payment master layout (STOPPAY), keyed by account
      *> and a per-account sequence so every stop on one account can
      *> be walked with a single START. A stop matches a presented
      *> debit on its account when the stop is active and not yet
      *> past its expiry date, the item amount falls inside the
      *> low/high range (an exact-amount stop carries the same figure
      *> in both), and -- when the stop names one -- the check serial
      *> or network reference agrees. A stop naming neither matches
      *> any debit in range, standing orders and outbound payments
      *> included. Released and expired stops stay on file as
      *> history; stp-notice-flag records that the pre-expiry letter
      *> has been triggered so it goes out once.
       01  stop-payment-record.
           05  stp-stop-key.
               10  stp-account-number   pic 9(8).
               10  stp-stop-sequence    pic 9(3).
           05  stp-amount-low       pic 9(7)v99.
           05  stp-amount-high      pic 9(7)v99.
           05  stp-check-serial     pic x(9).
           05  stp-network-reference pic x(12).
           05  stp-expiry-date      pic 9(8).
           05  stp-entry-date       pic 9(8).
           05  stp-stop-status      pic x(1).
               88  stp-stop-active      value "A".
               88  stp-stop-released    value "R".
               88  stp-stop-expired     value "X".
           05  stp-action-date      pic 9(8).
           05  stp-notice-flag      pic x(1).
               88  stp-notice-sent      value "Y".
               88  stp-notice-not-sent  value "N".
           05  stp-operator-id      pic x(10).
