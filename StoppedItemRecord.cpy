      *> Shared stopped-item layout (STOPITEM) -- one line for every
      *> presented debit a stop-payment order turned away, appended
      *> by whichever step met the item: check clearing (CHK), the
      *> network translator (NET), the standing-order run (SO) or
      *> the external-payment run (XPAY). The nightly stop-payment
      *> run assesses the stop fee against each line and lists it on
      *> the stop register, then empties the file, so an item is
      *> only ever charged once.
       01  stopped-item-line.
           05  sti-stop-date        pic 9(8).
           05  filler               pic x(1) value space.
           05  sti-account-number   pic 9(8).
           05  filler               pic x(1) value space.
           05  sti-stop-sequence    pic 9(3).
           05  filler               pic x(1) value space.
           05  sti-source           pic x(4).
               88  sti-from-check-clearing  value "CHK".
               88  sti-from-network         value "NET".
               88  sti-from-standing-order  value "SO".
               88  sti-from-external-pay    value "XPAY".
           05  filler               pic x(1) value space.
           05  sti-item-reference   pic x(12).
           05  filler               pic x(1) value space.
           05  sti-amount           pic 9(7)v99.
