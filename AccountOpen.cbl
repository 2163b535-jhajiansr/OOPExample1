               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select held-application-file assign to "ACCTHOLD"
               organization line sequential
               file status is ws-held-status.
           select loan-schedule-file assign to "LOANSCHD"
               organization line sequential.

       data division.
       file section.
       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  held-application-file.
       01  held-application-record pic x(80).

       fd  loan-schedule-file.
       01  schedule-line pic x(80).

       working-storage section.
       01 ws-application-status      pic xx.
       01 ws-master-status           pic xx.
       01 ws-owner-index-status      pic xx.
       01 ws-customer-status         pic xx.
       01 ws-customer-present-flag   pic x value "N".
           88 customer-file-present  value "Y".
       01 ws-held-status             pic xx.
       01 ws-eof-flag                pic x value "N".
           88 end-of-applications    value "Y".
       01 ws-reject-flag             pic x value "N".
           88 application-rejected   value "Y".
           88 application-accepted   value "N".
       01 ws-reject-reason           pic x(20).
       01 ws-sanctions-flag          pic x value "N".
           88 application-sanctions-hold value "Y".
           88 application-not-held   value "N".
       01 ws-screen-owner-id         pic x(10).
       01 ws-screen-source           pic x(4) value "CUST".
       01 ws-screen-name             pic x(30).
       01 ws-screen-result           pic x(1).
           88 owner-on-watch-list    value "Y".
       01 ws-new-account-number      pic 9(8).
       01 ws-deposit-amount          float-long.
       01 next-leading-digits        pic 9(7).
       01 month-day-limit            pic 9(2).
       01 leap-remainder             pic 9(4).

       01 ws-loan-monthly-rate       pic 9v9(9).
       01 ws-loan-posting-amount     pic s9(7)v99.
       01 ws-disburse-account        pic 9(8).
       01 sched-installment          pic 9(3).
       01 sched-remaining            pic 9(7)v99.
       01 sched-interest             pic 9(7)v99.
       01 sched-principal            pic 9(7)v99.
       01 sched-payment              pic 9(7)v99.
       01 sched-total-interest       pic 9(9)v99.

       copy "ReportHeader.cpy".
       01 ws-today                   pic 9(8).

       01 opened-count               pic 9(5) value 0.
       01 rejected-count             pic 9(5) value 0.
       01 held-count                 pic 9(5) value 0.

       01 register-detail-line.
           05 odl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 odl-reason         pic x(20).

       01 schedule-heading-line.
           05 filler             pic x(9) value "LOAN NO: ".
           05 shl-account-number pic 9(8).
           05 filler             pic x(2) value spaces.
           05 filler             pic x(6) value "AMT:  ".
           05 shl-principal      pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(6) value "RATE: ".
           05 shl-rate           pic 9.9999.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(6) value "TERM: ".
           05 shl-term           pic zz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(5) value "PMT: ".
           05 shl-payment        pic z(6)9.99.

       01 schedule-column-line.
           05 filler pic x(40) value
               " NO  DUE DATE     PAYMENT    INTEREST  ".
           05 filler pic x(30) value
               " PRINCIPAL       BALANCE".

       01 schedule-detail-line.
           05 sdl-installment    pic zz9.
           05 filler             pic x(2) value spaces.
           05 sdl-due-date       pic 9(8).
           05 filler             pic x(2) value spaces.
           05 sdl-payment        pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 sdl-interest       pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 sdl-principal      pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 sdl-remaining      pic z(8)9.99.

       01 schedule-total-line.
           05 filler             pic x(25) value
               "TOTAL INTEREST OVER TERM:".
           05 stl-total-interest pic z(8)9.99.

       01 register-summary-line.
           05 filler             pic x(09) value "OPENED:  ".
           05 osl-opened-count   pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "REJECTED: ".
           05 osl-rejected-count pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(06) value "HELD: ".
           05 osl-held-count     pic zzzz9.

       procedure division.
           perform initialize-run
               close owner-index-file
               open i-o owner-index-file
           end-if
           open input customer-master-file
           if ws-customer-status = "00"
               set customer-file-present to true
           end-if
           open extend held-application-file
           if ws-held-status = "35"
               *> first ever sanctions hold -- create the file
               open output held-application-file
           end-if
           open output loan-schedule-file
           perform print-report-header
           if not end-of-applications
               perform find-highest-account-number

       process-applications.
           set application-accepted to true
           set application-not-held to true
           move spaces to ws-reject-reason
           perform validate-application
           evaluate true
               when application-accepted
                   if ap-type-loan
                       perform credit-loan-funding-account
                   end-if
                   if application-accepted
                       perform open-new-account
                       add 1 to opened-count
                       perform write-opened-line
                   else
                       add 1 to rejected-count
                       perform write-rejected-line
                   end-if
               when application-sanctions-hold
                   perform hold-application
               when other
                   add 1 to rejected-count
                   perform write-rejected-line
           end-evaluate
           perform read-next-application
           .

       validate-application.
           if not ap-type-savings and not ap-type-debit
                   and not ap-type-checking and not ap-type-timedep
                   and not ap-type-loan
               set application-rejected to true
               move "INVALID ACCOUNT TYPE" to ws-reject-reason
           else
           if application-accepted and ap-type-timedep
               perform validate-cd-terms
           end-if
           if application-accepted and ap-type-loan
               perform validate-loan-terms
           end-if
           if application-accepted
               perform screen-application-owners
           end-if
           .

       screen-application-owners.
       *> Every owner named on an otherwise good application is
       *> screened against the sanctions watch list before anything
       *> is opened. A hit holds the application whole -- it goes to
       *> ACCTHOLD for the branch to re-present once the review desk
       *> has cleared the owner.
           if ap-owner-primary-id not = spaces
               move ap-owner-primary-id to ws-screen-owner-id
               perform screen-one-owner
           end-if
           if ap-owner-secondary-id not = spaces
               and application-accepted
               move ap-owner-secondary-id to ws-screen-owner-id
               perform screen-one-owner
           end-if
           .

       screen-one-owner.
           move spaces to ws-screen-name
           if customer-file-present
               move ws-screen-owner-id to cust-owner-id
               read customer-master-file
                   invalid key continue
                   not invalid key move cust-name to ws-screen-name
               end-read
           end-if
           call "SanctionsScreen" using ws-screen-source
                                        ws-screen-owner-id
                                        ws-screen-name
                                        ws-screen-result
           if owner-on-watch-list
               set application-rejected to true
               set application-sanctions-hold to true
               move "SANCTIONS HOLD" to ws-reject-reason
           end-if
           .

       validate-cd-terms.
           end-evaluate
           .

       validate-loan-terms.
       *> A loan has to arrive with an amount, a term and a rate, a
       *> checking account to collect the installments from and a
       *> deposit account to pay the proceeds into -- both on the
       *> master and active, the collection account a checking
       *> account. A loan application funds nothing, so an opening
       *> deposit on one is a keying error.
           evaluate true
               when ap-loan-principal = zero
                   set application-rejected to true
                   move "LOAN AMOUNT MISSING" to ws-reject-reason
               when ap-cd-term-months = zero
                   set application-rejected to true
                   move "LOAN TERM MISSING" to ws-reject-reason
               when ap-cd-rate = zero
                   set application-rejected to true
                   move "LOAN RATE MISSING" to ws-reject-reason
               when ap-opening-deposit not = zero
                   set application-rejected to true
                   move "DEPOSIT ON LOAN APPL" to ws-reject-reason
               when ap-linked-savings = zero
                   set application-rejected to true
                   move "LOAN PAY ACCT MISSING" to ws-reject-reason
               when ap-loan-disburse-to = zero
                   set application-rejected to true
                   move "LOAN FUND ACCT MISSNG" to ws-reject-reason
               when other
                   perform validate-loan-accounts
           end-evaluate
           .

       validate-loan-accounts.
           move ap-linked-savings to account-number
           read account-master-file
               invalid key
                   set application-rejected to true
                   move "LOAN PAY ACCT NOT ON" to ws-reject-reason
               not invalid key
                   if not account-type-checking
                       set application-rejected to true
                       move "LOAN PAY NOT CHECKING"
                           to ws-reject-reason
                   else
                       if not account-active
                           set application-rejected to true
                           move "LOAN PAY ACCT CLOSED"
                               to ws-reject-reason
                       end-if
                   end-if
           end-read
           if application-accepted
               move ap-loan-disburse-to to account-number
               read account-master-file
                   invalid key
                       set application-rejected to true
                       move "LOAN FUND ACCT NOT ON"
                           to ws-reject-reason
                   not invalid key
                       if account-type-timedep or account-type-loan
                           set application-rejected to true
                           move "LOAN FUND NOT DEPOSIT"
                               to ws-reject-reason
                       else
                           if not account-active
                               set application-rejected to true
                               move "LOAN FUND ACCT CLOSED"
                                   to ws-reject-reason
                           end-if
                       end-if
               end-read
           end-if
           .

       assign-next-account-number.
       *> Builds the next candidate from the leading-digit counter --
       *> the check digit is the leading seven digits mod 10, the same
           if ap-type-checking
               move ap-linked-savings to linked-account-number
           else
               if (ap-type-timedep and ap-cd-instruction = "S")
                   or ap-type-loan
                   move ap-linked-savings to linked-account-number
               else
                   move zero to linked-account-number
           if ap-type-timedep
               perform set-cd-contract-fields
           end-if
           if ap-type-loan
               perform set-loan-contract-fields
           end-if
           if ap-branch-code numeric
               move ap-branch-code to opn-branch-code
           end-if
           write account-record
           perform index-account-owners
           if ap-type-loan
               perform disburse-loan-proceeds
               perform print-amortization-schedule
           end-if
           if ap-opening-deposit > zero
               perform post-opening-deposit
           end-if
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
           .

       set-loan-contract-fields.
       *> The level installment that retires the principal over the
       *> term at the contract rate, compounded monthly; the first
       *> installment falls due one month from today, the anniversary
       *> day clamped into short months the way the maturity run
       *> rolls a CD. The balance opens at the principal owed,
       *> carried negative.
           move ap-loan-principal to ln-original-principal
           move ap-cd-rate to ln-annual-rate
           move ap-cd-term-months to ln-term-months
           compute ws-loan-monthly-rate = ap-cd-rate / 12
           compute ln-payment-amount rounded =
               ap-loan-principal * ws-loan-monthly-rate
               / (1 - (1 + ws-loan-monthly-rate)
                   ** (0 - ap-cd-term-months))
           move ws-today(1:4) to roll-yyyy
           move ws-today(5:2) to roll-mm
           move ws-today(7:2) to roll-dd
           move roll-dd to roll-schedule-day
           move roll-dd to ln-due-day
           move 1 to roll-months-left
           perform advance-maturity-one-month
           compute ln-next-due-date =
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
           compute balance = 0 - ap-loan-principal
           .

       credit-loan-funding-account.
       *> The proceeds are the bank's own money -- they credit the
       *> funding account outright, with no availability hold, through
       *> the class's Deposit entry point, so a drawn overdraft line or
       *> a charged-off balance is paid down first exactly as any other
       *> credit would. The loan itself is only opened once the credit
       *> has landed; if the funding account has gone or refuses the
       *> credit, the application is rejected and nothing is booked.
           move ap-loan-disburse-to to ws-disburse-account
           move ws-disburse-account to account-number
           read account-master-file
               invalid key
                   set application-rejected to true
                   move "LOAN FUND ACCT NOT ON" to ws-reject-reason
               not invalid key
                   perform build-funding-account-object
                   if current-account = null
                       set application-rejected to true
                       move "LOAN FUND NOT DEPOSIT" to ws-reject-reason
                   else
                       perform deposit-loan-proceeds
                   end-if
           end-read
           .

       build-funding-account-object.
       *> No linked-savings wiring -- a credit never sweeps.
           evaluate true
               when account-type-savings
                   set savings-acct to new SavingsAccount
                   set current-account to savings-acct
               when account-type-debit
                   set debit-acct to new DebitAccount
                   set current-account to debit-acct
               when account-type-checking
                   set checking-acct to new CheckingAccount
                   set checking-acct::CreditLimit to od-credit-limit
                   set checking-acct::DrawnBalance to od-drawn-balance
                   set current-account to checking-acct
               when other
                   set current-account to null
           end-evaluate
           if current-account not = null
               set current-account::AccountNumber to account-number
               set current-account::balance to balance
               set current-account::AccountStatus to account-status
               set current-account::HeldAmount to avl-held-amount
               set current-account::FencedAmount to lgl-fenced-amount
               set current-account::ChargedOffAmount
                   to chg-charged-off-amount
               set current-account::RecoveredAmount
                   to chg-recovered-amount
           end-if
           .

       deposit-loan-proceeds.
           move ap-loan-principal to ws-deposit-amount
           if current-account::Deposit(ws-deposit-amount)
               compute balance rounded = current-account::balance
               if account-charged-off
                   compute chg-recovered-amount rounded =
                       current-account::RecoveredAmount
               end-if
               if account-type-checking
                   set checking-acct to current-account
                   compute od-drawn-balance rounded =
                       checking-acct::DrawnBalance
               end-if
               rewrite account-record
               move ap-loan-principal to ws-loan-posting-amount
               invoke type BankAccount::LogPosting(
                   ws-disburse-account, "LD", ws-loan-posting-amount)
           else
               set application-rejected to true
               move "LOAN FUND REFUSED" to ws-reject-reason
           end-if
           .

       disburse-loan-proceeds.
       *> The other side of the disbursement: the funding account was
       *> credited before the loan was opened, so the new loan now
       *> journals the matching LD debit.
           compute ws-loan-posting-amount = 0 - ap-loan-principal
           invoke type BankAccount::LogPosting(
               ws-new-account-number, "LD", ws-loan-posting-amount)
           .

       print-amortization-schedule.
       *> Installment by installment, the interest each one carries on
       *> the principal still owed and the principal it retires --
       *> the same split the nightly loan run journals when it
       *> collects. The last installment is trued up to whatever
       *> principal remains, so the schedule always ends at zero.
           move account-number to shl-account-number
           move ln-original-principal to shl-principal
           move ln-annual-rate to shl-rate
           move ln-term-months to shl-term
           move ln-payment-amount to shl-payment
           move spaces to schedule-line
           write schedule-line
           move schedule-heading-line to schedule-line
           write schedule-line
           move schedule-column-line to schedule-line
           write schedule-line
           move ln-original-principal to sched-remaining
           move zero to sched-total-interest
           move ln-next-due-date(1:4) to roll-yyyy
           move ln-next-due-date(5:2) to roll-mm
           move ln-next-due-date(7:2) to roll-dd
           move ln-due-day to roll-schedule-day
           perform print-schedule-installment
               varying sched-installment from 1 by 1
               until sched-installment > ln-term-months
           move sched-total-interest to stl-total-interest
           move schedule-total-line to schedule-line
           write schedule-line
           .

       print-schedule-installment.
           compute sched-interest rounded =
               sched-remaining * ws-loan-monthly-rate
           if sched-installment = ln-term-months
               or sched-remaining + sched-interest
                   <= ln-payment-amount
               move sched-remaining to sched-principal
           else
               compute sched-principal =
                   ln-payment-amount - sched-interest
           end-if
           compute sched-payment = sched-interest + sched-principal
           subtract sched-principal from sched-remaining
           add sched-interest to sched-total-interest
           move sched-installment to sdl-installment
           compute sdl-due-date =
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
           move sched-payment to sdl-payment
           move sched-interest to sdl-interest
           move sched-principal to sdl-principal
           move sched-remaining to sdl-remaining
           move schedule-detail-line to schedule-line
           write schedule-line
           move 1 to roll-months-left
           perform advance-maturity-one-month
           .

       advance-maturity-one-month.
           move roll-schedule-day to roll-dd
           add 1 to roll-mm
       write-opened-line.
           move ws-new-account-number to odl-account-number
           move ap-requested-type to odl-account-type
           perform fill-register-amount
           move "OPENED" to odl-status
           move spaces to odl-reason
           move register-detail-line to register-line
       write-rejected-line.
           move ap-requested-number to odl-account-number
           move ap-requested-type to odl-account-type
           perform fill-register-amount
           move "REJECTED" to odl-status
           move ws-reject-reason to odl-reason
           move register-detail-line to register-line
           write register-line
           .

       fill-register-amount.
       *> A loan application's amount is what is lent, not deposited.
           if ap-type-loan
               move ap-loan-principal to odl-deposit
           else
               move ap-opening-deposit to odl-deposit
           end-if
           .

       hold-application.
           move application-record to held-application-record
           write held-application-record
           add 1 to held-count
           move ap-requested-number to odl-account-number
           move ap-requested-type to odl-account-type
           perform fill-register-amount
           move "HELD" to odl-status
           move ws-reject-reason to odl-reason
           move register-detail-line to register-line
           write register-line
           .

       terminate-run.
           move opened-count to osl-opened-count
           move rejected-count to osl-rejected-count
           move held-count to osl-held-count
           move register-summary-line to register-line
           write register-line
           close application-file
           close account-master-file
           close owner-index-file
           if customer-file-present
               close customer-master-file
           end-if
           close held-application-file
           close loan-schedule-file
           close open-register-file
           .

