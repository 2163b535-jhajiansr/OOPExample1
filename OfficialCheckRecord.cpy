      *> Shared official-check register layout (OFCHECKS), keyed by
      *> ofc-serial-number. Every cheque the bank draws on itself --
      *> a cashier's check bought at the teller line, a legal-order
      *> remittance to the order's beneficiary, the unclaimed-
      *> property remittance to the state -- is issued here under
      *> the next serial, with the payee, the amount and what it was
      *> drawn against: a customer account (A) or, for a cheque the
      *> bank funds itself, a GL account named in ofc-source-gl (G).
      *> ofc-reference carries the issuing item -- the legal order
      *> reference, the teller's item reference. A cheque stays
      *> outstanding (O) until the clearing bank's paid-items file
      *> marks it paid (P) with the date and amount it was paid
      *> for; one uncashed past OFC-ESCHEAT-DAYS goes out on the
      *> dormancy review's escheatment extract and is marked
      *> escheated (E) once remitted to the state. The outstanding
      *> cheques are what the official-check GL account holds.
       01  official-check-record.
           05  ofc-serial-number    pic 9(9).
           05  ofc-issue-date       pic 9(8).
           05  ofc-payee-name       pic x(30).
           05  ofc-amount           pic 9(9)v99.
           05  ofc-source-type      pic x(1).
               88  ofc-drawn-on-account value "A".
               88  ofc-drawn-on-gl      value "G".
           05  ofc-source-account   pic 9(8).
           05  ofc-source-gl        pic x(10).
           05  ofc-origin           pic x(1).
               88  ofc-teller-issued    value "T".
               88  ofc-legal-remittance value "L".
               88  ofc-escheat-remittance value "E".
           05  ofc-issued-by        pic x(10).
           05  ofc-reference        pic x(10).
           05  ofc-status           pic x(1).
               88  ofc-outstanding      value "O".
               88  ofc-paid             value "P".
               88  ofc-escheated        value "E".
           05  ofc-paid-date        pic 9(8).
           05  ofc-paid-amount      pic 9(9)v99.
           05  ofc-escheat-date     pic 9(8).
