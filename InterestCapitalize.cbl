               access dynamic
               record key is account-number
               file status is ws-master-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select capitalize-register-file assign to "INTCAPRG"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  capitalize-register-file.
       01  register-line pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10".
       01 ws-customer-status         pic xx.
       01 ws-customer-present-flag   pic x(1) value "N".
           88 customer-file-present  value "Y".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-today                   pic 9(8).
       01 capitalized-count          pic 9(7) value 0.
       01 forfeited-count            pic 9(7) value 0.
       01 ws-log-return-code         pic 9(2) value 0.

       01 capitalize-amount          float-long.
       01 gross-interest             float-long.
       01 withhold-posting           float-long.
       01 withheld-amount            pic 9(7)v99.
       01 withheld-total             pic 9(9)v99 value 0.
       01 backup-withhold-pct        pic 9(3)v99 value 24.00.
       01 ws-withhold-pct-flag       pic x(1) value "N".
           88 withhold-pct-found     value "Y".
       01 ws-withholding-flag        pic x(1).
           88 backup-withholding-due value "Y".
           88 no-backup-withholding  value "N".
       01 savings-acct               type SavingsAccount.
       01 debit-acct                 type DebitAccount.
       01 checking-acct              type CheckingAccount.
           05 cdl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 cdl-action         pic x(20).
           05 filler             pic x(2) value spaces.
           05 cdl-withheld       pic z(6)9.99.

       01 register-summary-line.
           05 filler             pic x(13) value "CAPITALIZED: ".
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 csl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "WITHHELD: ".
           05 csl-withheld       pic z(7)9.99.

       procedure division.
       *> Month-end partner to the nightly accrual pass: every
       *> zeroed with a register line and no posting, so the money
       *> the terms say was never earned is provably never paid. The
       *> zeroed bucket is also what makes an accidental rerun of
       *> this job harmless. When the primary owner has no certified
       *> TIN on the customer master, the BACKUP-WITHHOLD-PCT share
       *> of the interest is withheld: the full amount still posts as
       *> IN, the withheld share posts against it as BW, and only the
       *> difference reaches the balance.
           perform write-run-log-start
           perform initialize-run
           perform capitalize-accounts until end-of-master

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           open input customer-master-file
           if ws-customer-status = "00"
               set customer-file-present to true
           else
               *> without the master no certification can be proved
               *> either way -- pay in full and say so loudly rather
               *> than withhold from every depositor
               display "interestcapitalize: CUSTMSTR missing --"
                   " no backup withholding this run"
           end-if
           open i-o account-master-file
           if ws-master-status = "35"
               *> account master does not exist yet -- nothing accrued
           perform print-report-header
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "interestcapitalize: BUSPARMS missing --"
                   " using compiled withholding rate"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not withhold-pct-found
               display "interestcapitalize: BACKUP-WITHHOLD-PCT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "BACKUP-WITHHOLD-PCT"
                   move bp-parameter-value to backup-withhold-pct
                   set withhold-pct-found to true
                   display "interestcapitalize: BACKUP-WITHHOLD-PCT"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       print-report-header.
           move "INTEREST CAPITALIZATION REGISTER" to rh-report-title
           move 1 to rh-page-number
           move acr-accrued-interest to capitalize-amount
           move account-number to cdl-account-number
           move acr-accrued-interest to cdl-amount
           move zero to cdl-withheld
           if account-closed
               *> closed mid-month -- the product terms forfeit what
               *> was only ever accrued, never posted
                   add 1 to failed-count
                   perform write-register-detail
               else
                   perform compute-backup-withholding
                   if current-account::Deposit(capitalize-amount)
                       invoke type BankAccount::LogPosting(
                           account-number, "IN", gross-interest)
                       if withheld-amount > zero
                           compute withhold-posting =
                               0 - withheld-amount
                           invoke type BankAccount::LogPosting(
                               account-number, "BW", withhold-posting)
                           add withheld-amount to withheld-total
                           move withheld-amount to cdl-withheld
                       end-if
                       compute balance rounded =
                           current-account::balance
                       compute avl-held-amount rounded =
                           current-account::HeldAmount
                       if account-charged-off
                           compute chg-recovered-amount rounded =
                               current-account::RecoveredAmount
                       end-if
                       if account-type-checking
                           *> the Deposit override may have paid the
                           *> overdraft line down -- sync it back too
           end-if
           .

       compute-backup-withholding.
       *> Only the net interest is deposited into the object; the IN
       *> line carries the gross and the BW line the withheld share,
       *> so the two journal lines still sum to the balance movement.
           move acr-accrued-interest to gross-interest
           move zero to withheld-amount
           perform check-owner-tin
           if backup-withholding-due
               compute withheld-amount rounded =
                   acr-accrued-interest * backup-withhold-pct / 100
           end-if
           compute capitalize-amount =
               acr-accrued-interest - withheld-amount
           .

       check-owner-tin.
       *> The same test the year-end e-file applies before it will
       *> file an owner: a primary owner who is not on the customer
       *> master, or whose TIN is missing or not certified, is
       *> subject to backup withholding.
           set no-backup-withholding to true
           if customer-file-present
               move owner-primary-id to cust-owner-id
               read customer-master-file
                   invalid key
                       set backup-withholding-due to true
                   not invalid key
                       evaluate true
                           when cust-tin not numeric
                               set backup-withholding-due to true
                           when cust-tin = zero
                               set backup-withholding-due to true
                           when not cust-tin-is-certified
                               set backup-withholding-due to true
                           when other
                               continue
                       end-evaluate
               end-read
           end-if
           .

       build-account-object.
       *> The accrual bucket only ever fills on savings accounts, but
       *> the builder covers every account type so a bucket that
               set current-account::AccountStatus to account-status
               set current-account::HeldAmount to avl-held-amount
               set current-account::FencedAmount to lgl-fenced-amount
               set current-account::ChargedOffAmount
                   to chg-charged-off-amount
               set current-account::RecoveredAmount
                   to chg-recovered-amount
           end-if
           .

           move capitalized-count to csl-capitalized
           move forfeited-count to csl-forfeited
           move failed-count to csl-failed
           move withheld-total to csl-withheld
           move register-summary-line to register-line
           write register-line
           close account-master-file
           if customer-file-present
               close customer-master-file
           end-if
           close capitalize-register-file
           perform write-run-log-end
           .
