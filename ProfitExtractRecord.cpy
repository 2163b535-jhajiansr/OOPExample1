      *> Shared relationship-profitability extract layout (PROFEXTR)
      *> -- one line per owner for the month analysed, in rank order,
      *> cut for the finance team to load into their own tools. Fee
      *> income counts every charge the bank levied, loan interest is
      *> what installment collections earned, interest paid is what
      *> was credited as IN; net contribution is the two incomes less
      *> the interest paid. Average balances are the month's
      *> end-of-day snapshots, deposits and loans kept apart (loans
      *> carried negative, as on the master).
       01  profit-extract-line.
           05  pex-month            pic 9(6).
           05  filler               pic x(1) value space.
           05  pex-rank             pic 9(6).
           05  filler               pic x(1) value space.
           05  pex-owner-id         pic x(10).
           05  filler               pic x(1) value space.
           05  pex-account-count    pic 9(3).
           05  filler               pic x(1) value space.
           05  pex-fee-income       pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  pex-loan-interest    pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  pex-interest-paid    pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  pex-net-contribution pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  pex-avg-deposits     pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  pex-avg-loans        pic s9(9)v99 sign leading separate.
