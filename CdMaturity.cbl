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
           select maturity-register-file assign to "CDMATREG"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  maturity-register-file.
       01  register-line pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10" "46".
       01 ws-customer-status         pic xx.
       01 ws-customer-present-flag   pic x(1) value "N".
           88 customer-file-present  value "Y".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-today                   pic 9(8).
       01 matured-count              pic 9(7) value 0.
       01 failed-count               pic 9(7) value 0.

       01 interest-amount            float-long.
       01 proceeds-amount            float-long.
       01 net-interest               float-long.
       01 withhold-posting           float-long.
       01 withheld-amount            pic 9(7)v99.
       01 withheld-total             pic 9(9)v99 value 0.
       01 backup-withhold-pct        pic 9(3)v99 value 24.00.
       01 ws-withhold-pct-flag       pic x(1) value "N".
           88 withhold-pct-found     value "Y".
       01 ws-withholding-flag        pic x(1).
           88 backup-withholding-due value "Y".
           88 no-backup-withholding  value "N".
       01 timedep-acct               type TimeDepositAccount.
       01 savings-acct               type SavingsAccount.
       01 debit-acct                 type DebitAccount.
       01 ws-matured-cd-number       pic 9(8).
       01 ws-sweep-target-number     pic 9(8).

       01 ws-cd-record-save          pic x(300).
       *> Snapshot of the maturing CD's record across the secondary
       *> master reads for its sweep target -- both reads share the
       *> one FD buffer, the same discipline the posting run uses for
           05 mdl-instruction    pic x(1).
           05 filler             pic x(2) value spaces.
           05 mdl-action         pic x(30).
           05 filler             pic x(2) value spaces.
           05 mdl-withheld       pic z(6)9.99.

       01 register-summary-line.
           05 filler             pic x(9) value "MATURED: ".
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 msl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "WITHHELD: ".
           05 msl-withheld       pic z(8)9.99.

       procedure division.
       *> Nightly time-deposit maturity run: every active CD whose
       *> failed sweep leaves the CD exactly as it found it -- still
       *> due, nothing paid -- and the retry after the branch
       *> repairs the instruction pays the interest exactly once.
       *> A CD whose primary owner has no certified TIN on the
       *> customer master has the BACKUP-WITHHOLD-PCT share of its
       *> interest withheld: the gross posts as IN, the withheld
       *> share as BW against it, and only the net is paid.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok

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
               display "cdmaturity: CUSTMSTR missing --"
                   " no backup withholding this run"
           end-if
           open i-o account-master-file
           if ws-master-status = "35"
               *> account master does not exist yet -- nothing matures
           perform print-report-header
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "cdmaturity: BUSPARMS missing -- using"
                   " compiled withholding rate"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not withhold-pct-found
               display "cdmaturity: BACKUP-WITHHOLD-PCT not in"
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
                   display "cdmaturity: BACKUP-WITHHOLD-PCT loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       print-report-header.
           move "TIME DEPOSIT MATURITY REGISTER" to rh-report-title
           move 1 to rh-page-number
           move account-number to ws-matured-cd-number
           compute interest-amount rounded =
               balance * cd-contract-rate * cd-term-months / 12
           perform compute-backup-withholding

           set timedep-acct to new TimeDepositAccount
           set timedep-acct::AccountNumber to account-number
           set timedep-acct::AccountStatus to account-status
           set timedep-acct::HeldAmount to avl-held-amount
           set timedep-acct::FencedAmount to lgl-fenced-amount
           set timedep-acct::ChargedOffAmount to chg-charged-off-amount
           set timedep-acct::RecoveredAmount to chg-recovered-amount
           set timedep-acct::TermMonths to cd-term-months
           set timedep-acct::MaturityDate to cd-maturity-date
           set timedep-acct::ContractRate to cd-contract-rate

           move account-number to mdl-account-number
           move cd-maturity-instruction to mdl-instruction
           move zero to mdl-withheld
           if cd-instruction-sweep
               perform sweep-proceeds-to-linked
           else
       *> its run day. Interest, new dates and balance go back in
       *> one rewrite, with the IN journal line cut only once the
       *> rewrite has something to stand on.
           if timedep-acct::Deposit(net-interest)
               invoke type BankAccount::LogPosting(
                   ws-matured-cd-number, "IN", interest-amount)
               perform post-backup-withholding
               move interest-amount to mdl-interest-paid
               compute balance rounded = timedep-acct::balance
               move cd-maturity-date to cd-open-date
           end-if
           .

       compute-backup-withholding.
       *> Only the net interest is ever deposited into the object;
       *> the IN line carries the gross and the BW line the withheld
       *> share, so the journal still sums to the balance movement.
       *> The customer-master read shares no buffer with the account
       *> master, so it is safe ahead of the sweep-target lookups.
           move zero to withheld-amount
           perform check-owner-tin
           if backup-withholding-due
               compute withheld-amount rounded =
                   interest-amount * backup-withhold-pct / 100
           end-if
           compute net-interest = interest-amount - withheld-amount
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

       post-backup-withholding.
           if withheld-amount > zero
               compute withhold-posting = 0 - withheld-amount
               invoke type BankAccount::LogPosting(
                   ws-matured-cd-number, "BW", withhold-posting)
               add withheld-amount to withheld-total
               move withheld-amount to mdl-withheld
           end-if
           .

       advance-maturity-by-term.
           divide cd-maturity-date by 100
               giving roll-yyyymm remainder roll-dd
           .

       sweep-resolved-target.
           if timedep-acct::Deposit(net-interest)
               move timedep-acct::balance to proceeds-amount
               if type BankAccount::PerformTransfer(
                       proceeds-amount, timedep-acct,
                       sweep-target-account)
                   invoke type BankAccount::LogPosting(
                       ws-matured-cd-number, "IN", interest-amount)
                   perform post-backup-withholding
                   move interest-amount to mdl-interest-paid
                   invoke timedep-acct::Close
                   perform post-sweep-accounts-to-master
                               to account-status
                           set savings-acct::HeldAmount to avl-held-amount
                           set savings-acct::FencedAmount to lgl-fenced-amount
                           set savings-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set savings-acct::RecoveredAmount
                               to chg-recovered-amount
                           set sweep-target-account to savings-acct
                       when account-type-debit
                           set debit-acct to new DebitAccount
                               to account-status
                           set debit-acct::HeldAmount to avl-held-amount
                           set debit-acct::FencedAmount to lgl-fenced-amount
                           set debit-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set debit-acct::RecoveredAmount
                               to chg-recovered-amount
                           set sweep-target-account to debit-acct
                       when account-type-checking
                           set checking-acct to new CheckingAccount
                               to account-status
                           set checking-acct::HeldAmount to avl-held-amount
                           set checking-acct::FencedAmount to lgl-fenced-amount
                           set checking-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set checking-acct::RecoveredAmount
                               to chg-recovered-amount
                           set checking-acct::CreditLimit
                               to od-credit-limit
                           set checking-acct::DrawnBalance
                       to account-status
                   compute avl-held-amount rounded =
                       sweep-target-account::HeldAmount
                   if account-charged-off
                       compute chg-recovered-amount rounded =
                           sweep-target-account::RecoveredAmount
                   end-if
                   if account-type-checking
                       *> proceeds credited to a checking target may
                       *> have paid its overdraft line down inside
       terminate-run.
           move matured-count to msl-matured
           move failed-count to msl-failed
           move withheld-total to msl-withheld
           move register-summary-line to register-line
           write register-line
           close account-master-file
           if customer-file-present
               close customer-master-file
           end-if
           close maturity-register-file
           perform write-run-log-end
           .
