               88  account-closed   value "C".
               88  account-held     value "H".
               88  account-dormant  value "D".
               88  account-charged-off value "W".
               88  account-estate-frozen value "E".
      *> E -- frozen by the nightly deceased-customer run because the
      *> sole owner has died: withdrawals are refused, deposits are
      *> still accepted, until the estate is settled and the account
      *> closed.
           05  account-type         pic x(01) value "S".
               88  account-type-savings  value "S".
               88  account-type-debit    value "D".
               88  account-type-checking value "C".
               88  account-type-timedep  value "T".
               88  account-type-loan     value "L".
           05  owner-primary-id     pic x(10) value spaces.
           05  owner-secondary-id   pic x(10) value spaces.
           05  linked-account-number pic 9(8) value zero.
      *> legal remittance run, while deposits and the rest of the
      *> balance stay usable. The sum of the account's open orders.
           05  lgl-fenced-amount    pic s9(7)v99 comp-3 value zero.
      *> Charge-off (status W): the date the monthly charge-off run
      *> wrote the account's negative balance (and any overdraft
      *> line still drawn) off to loss, and the amount written off.
      *> A charged-off account takes no further withdrawals or
      *> fees; deposits to it post as recoveries, up to the amount
      *> written off, and never reopen it. Zero on every account
      *> that has not been charged off.
           05  chg-charged-off-date pic 9(8) value zero.
           05  chg-charged-off-amount pic 9(9)v99 comp-3 value zero.
      *> Savings withdrawal-limit history, kept on type S records by
      *> the month-end excess-transaction run and blank elsewhere.
      *> sxl-excess-history holds one flag per statement month,
      *> newest first -- "Y" when that month's withdrawals, outbound
      *> transfers and sweeps ran past the limit -- and is shifted
      *> one place each month; sxl-last-assessed-month (YYYYMM) is
      *> the month last assessed, so a rerun cannot bill or shift
      *> the same month twice.
           05  sxl-excess-history   pic x(6) value spaces.
           05  sxl-last-assessed-month pic 9(6) value zero.
      *> Target-balance sweep, carried on checking (type C) records
      *> and zero elsewhere. tsw-target-balance is the balance the
      *> customer wants left in checking -- the nightly sweep moves
      *> available funds above it to the savings account named in
      *> linked-account-number; zero means no sweep. tsw-last-sweep-
      *> date is the business date last swept, so a rerun of the
      *> same night moves nothing twice.
           05  tsw-target-balance   pic 9(7)v99 comp-3 value zero.
           05  tsw-last-sweep-date  pic 9(8) value zero.
      *> Installment loan (type L) contract and repayment state, zero
      *> on every other account type. A loan's balance is the
      *> principal still owed, carried negative -- the disbursement
      *> journals as a debit to the loan and a credit to the deposit
      *> account it funded, so the master and the journal net the
      *> same way they do for every other flow. ln-payment-amount is
      *> the level monthly installment the loan was amortized at;
      *> ln-next-due-date is the next installment not yet fallen due
      *> and ln-due-day the anniversary day every due date is rolled
      *> from (clamped into short months, never drifting).
      *> The nightly loan run moves each installment that falls due
      *> into ln-past-due-amount and collects it from the checking
      *> account named in linked-account-number, splitting it between
      *> interest and principal; ln-oldest-due-date is the due date
      *> of the oldest installment still uncollected (zero when the
      *> loan is current) and ln-days-past-due is its age.
      *> ln-late-fee-due-date is the due date of the installment a
      *> late fee was last assessed on, so each late installment is
      *> charged once.
           05  ln-original-principal pic 9(7)v99 comp-3 value zero.
           05  ln-annual-rate       pic 9v9999 value zero.
           05  ln-term-months       pic 9(3) value zero.
           05  ln-payment-amount    pic 9(7)v99 comp-3 value zero.
           05  ln-next-due-date     pic 9(8) value zero.
           05  ln-due-day           pic 9(2) value zero.
           05  ln-payments-made     pic 9(3) value zero.
           05  ln-past-due-amount   pic 9(7)v99 comp-3 value zero.
           05  ln-oldest-due-date   pic 9(8) value zero.
           05  ln-days-past-due     pic 9(3) value zero.
           05  ln-late-fee-due-date pic 9(8) value zero.
      *> The branch that opened the account, taken from the
      *> application at onboarding -- what relationship reporting
      *> credits the account's income to. Zero on accounts opened
      *> before the branch was carried on the application.
           05  opn-branch-code      pic 9(4) value zero.
      *> Recoveries posted to date against a charge-off -- what
      *> deposits to a charged-off account have journaled as RC,
      *> never more than chg-charged-off-amount. Once the write-off
      *> is fully recovered, further deposits credit the balance as
      *> ordinary deposits. Zero on every account that has not been
      *> charged off.
           05  chg-recovered-amount pic 9(9)v99 comp-3 value zero.
