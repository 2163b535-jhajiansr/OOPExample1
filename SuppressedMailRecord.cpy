      *> Shared suppressed-mail layout (SUPPMAIL) -- one line for
      *> every statement or letter held back because the owner it
      *> was addressed to is marked undeliverable on the customer
      *> master, appended by the month-end statement run (STMT) and
      *> the notice run (NOTC). The line carries what it takes to
      *> reissue the piece once a good address is on file: the item
      *> (STMT, or the notice's event type -- NSFFEE for a fee
      *> notice), the account, the statement period start or the
      *> notice date, and the closing balance or notice amount.
      *> Nothing consumes the file -- it is the mailroom's record of
      *> what has not gone out.
       01  suppressed-mail-line.
           05  spm-held-date        pic 9(8).
           05  filler               pic x(1) value space.
           05  spm-source           pic x(4).
               88  spm-from-statement-run   value "STMT".
               88  spm-from-notice-run      value "NOTC".
           05  filler               pic x(1) value space.
           05  spm-owner-id         pic x(10).
           05  filler               pic x(1) value space.
           05  spm-account-number   pic 9(8).
           05  filler               pic x(1) value space.
           05  spm-item-type        pic x(8).
           05  filler               pic x(1) value space.
           05  spm-item-date        pic 9(8).
           05  filler               pic x(1) value space.
           05  spm-amount           pic s9(9)v99 sign leading separate.
