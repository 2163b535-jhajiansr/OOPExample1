      *> Shared online-banking extract layout (OLBEXTR) -- the fixed-
      *> format file the internet-banking vendor loads after the
      *> nightly window, replacing its copy of every open account.
      *> One "1" header carries the business date; each "2" account
      *> record carries the owners, the account type, the ledger and
      *> available balances (ledger less held and fenced funds), the
      *> overdraft line still available and the interest accrued but
      *> not yet posted, and is followed by its "3" posting records --
      *> the journal lines of the history window with the journal type
      *> translated to the description the customer sees. A "4"
      *> closure record tells the vendor to remove an account closed
      *> (C) or purged from the master (P) since the last extract.
      *> The "9" trailer carries the count of each record type, a
      *> hash of the account numbers on the account and closure
      *> records, the ledger-balance total and the posting-amount
      *> total for the vendor to prove the whole file arrived.
       01  online-banking-record.
           05  olb-record-type      pic x(1).
               88  olb-header-record    value "1".
               88  olb-account-record   value "2".
               88  olb-posting-record   value "3".
               88  olb-closure-record   value "4".
               88  olb-trailer-record   value "9".
           05  olb-account-fields.
               10  olb-account-number   pic 9(8).
               10  olb-account-status   pic x(1).
               10  olb-account-type     pic x(1).
               10  olb-account-type-desc pic x(12).
               10  olb-owner-primary-id pic x(10).
               10  olb-owner-secondary-id pic x(10).
               10  olb-ledger-balance   pic s9(9)v99
                                            sign leading separate.
               10  olb-available-balance pic s9(9)v99
                                            sign leading separate.
               10  olb-od-available     pic 9(7)v99.
               10  olb-accrued-interest pic s9(7)v99
                                            sign leading separate.
           05  olb-posting-fields redefines olb-account-fields.
               10  olb-posting-account  pic 9(8).
               10  olb-posting-time     pic x(14).
               10  olb-posting-type     pic x(2).
               10  olb-posting-desc     pic x(24).
               10  olb-posting-amount   pic s9(7)v99
                                            sign leading separate.
               10  filler               pic x(27).
           05  olb-closure-fields redefines olb-account-fields.
               10  olb-closed-account   pic 9(8).
               10  olb-closed-date      pic 9(8).
               10  olb-closure-reason   pic x(1).
                   88  olb-account-was-closed value "C".
                   88  olb-account-was-purged value "P".
               10  filler               pic x(68).
           05  olb-header-fields redefines olb-account-fields.
               10  olb-business-date    pic 9(8).
               10  olb-created-timestamp pic x(14).
               10  filler               pic x(63).
           05  olb-trailer-fields redefines olb-account-fields.
               10  olb-account-count    pic 9(7).
               10  olb-posting-count    pic 9(7).
               10  olb-closure-count    pic 9(7).
               10  olb-account-hash     pic 9(15).
               10  olb-ledger-total     pic s9(11)v99
                                            sign leading separate.
               10  olb-posting-total    pic s9(11)v99
                                            sign leading separate.
               10  filler               pic x(21).
