      *> Shared cash over/short posting layout (CASHOS) -- one line
      *> per teller drawer whose close-out difference exceeded the
      *> BUSPARMS DRAWER-TOLERANCE. The difference belongs to no
      *> customer account, so it never touches PSTJRNL; the nightly
      *> GL extract folds the business date's lines into the feed
      *> under posting category OS, overs as credits and shorts as
      *> debits, for the GL to book to the cash over/short account.
       01  cash-over-short-line.
           05  cos-business-date    pic 9(8).
           05  filler               pic x(1) value space.
           05  cos-branch-code      pic 9(4).
           05  filler               pic x(1) value space.
           05  cos-teller-id        pic x(10).
           05  filler               pic x(1) value space.
           05  cos-signed-amount    pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  cos-posted-timestamp pic x(26).
