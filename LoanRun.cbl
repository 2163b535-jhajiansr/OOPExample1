       identification division.

       program-id. LoanRun.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select loan-register-file assign to "LOANREG"
               organization line sequential.
           select delinquency-report-file assign to "LOANDELQ"
               organization line sequential.
           select run-control-file assign to "LNRCTL"
               organization line sequential
               file status is ws-run-control-status.
           select force-run-file assign to "LNFORCE"
               organization line sequential
               file status is ws-force-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  loan-register-file.
       01  register-line pic x(90).

       fd  delinquency-report-file.
       01  delinquency-line pic x(90).

       fd  run-control-file.
       01  run-control-record.
           05 rc-last-run-date       pic 9(8).

       fd  force-run-file.
       01  force-run-record pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-run-control-status      pic xx.
       01 ws-force-status            pic xx.
       01 ws-last-run-date           pic 9(8) value zero.
       01 ws-rerun-flag              pic x(1) value "N".
           88 rerun-refused          value "Y".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "LOANRUN".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-today                   pic 9(8).
       01 ws-today-integer           pic 9(8) comp.
       01 ws-date-integer            pic 9(8) comp.

       01 loan-late-fee              pic 9(5)v99 value 25.00.
       01 loan-grace-days            pic 9(3) value 15.
       01 parameter-found-flags.
           05 late-fee-found         pic x value "N".
           05 grace-days-found       pic x value "N".

       01 ws-loan-number             pic 9(8).
       01 ws-checking-number         pic 9(8).
       01 ws-loan-monthly-rate       pic 9v9(9).
       01 ws-principal-owed          pic s9(9)v99.
       01 ws-past-due                pic 9(7)v99.
       01 ws-payment-amount          pic 9(7)v99.
       01 ws-oldest-due-date         pic 9(8).
       01 ws-next-due-date           pic 9(8).
       01 ws-due-day                 pic 9(2).
       01 ws-available-amount        pic s9(9)v99.
       01 ws-installment-amount      pic 9(7)v99.
       01 ws-installment-interest    pic 9(7)v99.
       01 ws-installment-principal   pic 9(7)v99.
       01 ws-collected-amount        pic 9(7)v99.
       01 ws-collected-interest      pic 9(7)v99.
       01 ws-collected-principal     pic 9(7)v99.
       01 ws-installments-collected  pic 9(3).
       01 ws-posting-amount          pic s9(7)v99.
       01 ws-collection-flag         pic x(1).
           88 collection-possible    value "Y".
           88 collection-blocked     value "N".
       01 ws-collect-stop-flag       pic x(1).
           88 collection-finished    value "Y".
           88 collection-continuing  value "N".
       01 ws-refusal-reason          pic x(24).
       01 ws-late-fee-flag           pic x(1).
           88 late-fee-assessed      value "Y".

       01 roll-yyyy                  pic 9(4).
       01 roll-mm                    pic 9(2).
       01 roll-dd                    pic 9(2).
       01 roll-schedule-day          pic 9(2).
       01 month-day-table.
       *> Days per month for rolling a due date forward -- February
       *> is corrected for leap years at the point of use, the same
       *> roll the maturity run performs.
           05 filler pic x(24) value "312831303130313130313031".
       01 month-day-entries redefines month-day-table.
           05 days-in-month occurs 12 times pic 9(2).
       01 month-day-limit            pic 9(2).
       01 leap-remainder             pic 9(4).

       01 loans-reviewed-count       pic 9(7) value 0.
       01 collected-count            pic 9(7) value 0.
       01 uncollected-count          pic 9(7) value 0.
       01 late-fee-count             pic 9(7) value 0.
       01 delinquent-count           pic 9(7) value 0.
       01 paid-off-count             pic 9(7) value 0.
       01 collected-total            pic 9(11)v99 value 0.
       01 interest-total             pic 9(11)v99 value 0.
       01 delinquent-total           pic 9(11)v99 value 0.

       copy "ReportHeader.cpy".

       01 register-detail-line.
           05 ldl-loan-number     pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 ldl-checking-number pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 ldl-amount          pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 ldl-interest        pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 ldl-principal       pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 ldl-action          pic x(24).

       01 register-summary-line.
           05 filler             pic x(11) value "COLLECTED: ".
           05 rsl-collected      pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(13) value "UNCOLLECTED: ".
           05 rsl-uncollected    pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(11) value "LATE FEES: ".
           05 rsl-late-fees      pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "PAID OFF: ".
           05 rsl-paid-off       pic zzzzzz9.

       01 register-total-line.
           05 filler             pic x(17) value "TOTAL COLLECTED: ".
           05 rtl-collected      pic z(10)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "INTEREST: ".
           05 rtl-interest       pic z(10)9.99.

       01 delinquency-column-line.
           05 filler pic x(40) value
               "    LOAN  PAY ACCT   PRINCIPAL OWED  PAS".
           05 filler pic x(45) value
               "T DUE  OLDEST DUE  DAYS  BUCKET     LATE FEE".

       01 delinquency-detail-line.
           05 ddl-loan-number     pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 ddl-checking-number pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 ddl-principal-owed  pic z(8)9.99.
           05 filler              pic x(2) value spaces.
           05 ddl-past-due        pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 ddl-oldest-due      pic 9(8).
           05 filler              pic x(2) value spaces.
           05 ddl-days-past-due   pic zz9.
           05 filler              pic x(3) value spaces.
           05 ddl-bucket          pic x(9).
           05 filler              pic x(2) value spaces.
           05 ddl-late-fee        pic x(8).

       01 delinquency-summary-line.
           05 filler             pic x(12) value "DELINQUENT: ".
           05 dsl-delinquent     pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "PAST DUE: ".
           05 dsl-past-due       pic z(10)9.99.

       procedure division.
       *> Nightly installment-loan run over every active type L
       *> account on the master:
       *>   - each installment whose due date has come moves into the
       *>     loan's past-due amount and the due date rolls a month;
       *>   - whatever is past due is collected, whole installments
       *>     at a time, from the checking account the loan names, as
       *>     far as that account's available funds -- ledger less
       *>     deposit float and legally fenced money -- will cover.
       *>     Each installment splits into the interest on the
       *>     principal still owed and the principal it retires: the
       *>     checking account journals LI for the interest and LP for
       *>     the principal, the loan LP for the principal it is paid
       *>     down by;
       *>   - an installment still unpaid LOAN-GRACE-DAYS after it fell
       *>     due draws one LOAN-LATE-FEE, added to what the loan owes
       *>     and journaled LF;
       *>   - every loan with money past due prints on the LOANDELQ
       *>     delinquency report, aged into 30-day buckets, and a
       *>     loan paid to zero is closed.
       *> It runs after the night's postings, so today's deposits are
       *> there to be collected, and ahead of the target sweep, so
       *> the installment is taken before excess funds leave checking.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform process-accounts until end-of-master
               perform terminate-run
           else
               display "loanrun: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           compute ws-today-integer =
               function integer-of-date(ws-today)
           perform check-run-control
           if rerun-refused
               set end-of-master to true
           else
               perform load-business-parameters
               open i-o account-master-file
               if ws-master-status = "35"
                   *> first run -- account master does not exist yet
                   open output account-master-file
                   close account-master-file
                   open i-o account-master-file
               end-if
               open output loan-register-file
               open output delinquency-report-file
               perform print-report-headers
               move zero to account-number
               start account-master-file key is greater than or
                   equal to account-number
                   invalid key set end-of-master to true
               end-start
               if not end-of-master
                   perform read-next-account
               end-if
           end-if
           .

       check-run-control.
       *> One business date, one loan run. The control record
       *> remembers the last date this job completed; a match
       *> refuses the run -- unless operations has staged the
       *> LNFORCE file to say the rerun is deliberate, and even then
       *> an installment collected is off the past-due amount and a
       *> late fee is stamped with the installment it was charged
       *> on, so nothing is taken twice.
           open input run-control-file
           if ws-run-control-status = "00"
               read run-control-file
                   at end move zero to ws-last-run-date
                   not at end
                       move rc-last-run-date to ws-last-run-date
               end-read
               close run-control-file
           end-if
           if ws-last-run-date = ws-today
               open input force-run-file
               if ws-force-status = "00"
                   close force-run-file
                   display "loanrun: date " ws-today
                       " already run -- LNFORCE override accepted"
               else
                   set rerun-refused to true
                   display "loanrun: date " ws-today
                       " already run -- run refused"
                   move 16 to ws-log-return-code
                   move 16 to return-code
               end-if
           end-if
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "loanrun: BUSPARMS missing -- using compiled"
                   " defaults"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
               perform report-missing-parameters
           end-if
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "LOAN-LATE-FEE"
                   move bp-parameter-value to loan-late-fee
                   move "Y" to late-fee-found
                   display "loanrun: LOAN-LATE-FEE loaded "
                       bp-parameter-value
               when "LOAN-GRACE-DAYS"
                   move bp-parameter-value to loan-grace-days
                   move "Y" to grace-days-found
                   display "loanrun: LOAN-GRACE-DAYS loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if late-fee-found = "N"
               display "loanrun: LOAN-LATE-FEE not in BUSPARMS --"
                   " using compiled default"
           end-if
           if grace-days-found = "N"
               display "loanrun: LOAN-GRACE-DAYS not in BUSPARMS --"
                   " using compiled default"
           end-if
           .

       print-report-headers.
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move "NIGHTLY LOAN COLLECTION REGISTER" to rh-report-title
           move report-header-line to register-line
           write register-line
           move "LOAN DELINQUENCY REPORT" to rh-report-title
           move report-header-line to delinquency-line
           write delinquency-line
           move delinquency-column-line to delinquency-line
           write delinquency-line
           .

       read-next-account.
           read account-master-file next record
               at end set end-of-master to true
           end-read
           .

       process-accounts.
           if account-type-loan and account-active
               add 1 to loans-reviewed-count
               perform service-loan-account
           end-if
           perform read-next-account
           .

       service-loan-account.
       *> The loan's state is lifted into working storage first --
       *> the collection reads the checking account through the same
       *> FD buffer -- and written back onto a fresh read of the loan
       *> once the money has moved.
           move account-number to ws-loan-number
           move linked-account-number to ws-checking-number
           compute ws-principal-owed = 0 - balance
           move ln-past-due-amount to ws-past-due
           move ln-oldest-due-date to ws-oldest-due-date
           move ln-next-due-date to ws-next-due-date
           move ln-due-day to ws-due-day
           move ln-payment-amount to ws-payment-amount
           compute ws-loan-monthly-rate = ln-annual-rate / 12
           move zero to ws-collected-amount
           move zero to ws-collected-interest
           move zero to ws-collected-principal
           move zero to ws-installments-collected
           perform fall-due-installments
           if ws-past-due > zero
               perform collect-past-due
               perform update-loan-record
               perform reposition-walk-after-loan
           else
               perform update-loan-record
           end-if
           .

       fall-due-installments.
       *> Installments keep falling due monthly while principal is
       *> owed, past the original term if late fees have stretched
       *> the loan -- but never past what the loan still owes.
           perform fall-due-one-installment
               until ws-next-due-date > ws-today
                  or ws-principal-owed <= zero
                  or ws-past-due >= ws-principal-owed
           .

       fall-due-one-installment.
           if ws-past-due = zero
               move ws-next-due-date to ws-oldest-due-date
           end-if
           add ws-payment-amount to ws-past-due
           perform roll-next-due-date
           .

       roll-next-due-date.
           move ws-next-due-date(1:4) to roll-yyyy
           move ws-next-due-date(5:2) to roll-mm
           move ws-due-day to roll-schedule-day
           perform advance-one-month
           compute ws-next-due-date =
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
           .

       roll-oldest-due-date.
           move ws-oldest-due-date(1:4) to roll-yyyy
           move ws-oldest-due-date(5:2) to roll-mm
           move ws-due-day to roll-schedule-day
           perform advance-one-month
           compute ws-oldest-due-date =
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
           .

       advance-one-month.
           move roll-schedule-day to roll-dd
           add 1 to roll-mm
           if roll-mm > 12
               move 1 to roll-mm
               add 1 to roll-yyyy
           end-if
           perform clamp-day-to-month
           .

       clamp-day-to-month.
           move days-in-month(roll-mm) to month-day-limit
           if roll-mm = 2
               compute leap-remainder = function mod(roll-yyyy, 4)
               if leap-remainder = 0
                   compute leap-remainder = function mod(roll-yyyy, 100)
                   if leap-remainder not = 0
                       move 29 to month-day-limit
                   else
                       compute leap-remainder =
                           function mod(roll-yyyy, 400)
                       if leap-remainder = 0
                           move 29 to month-day-limit
                       end-if
                   end-if
               end-if
           end-if
           if roll-dd > month-day-limit
               move month-day-limit to roll-dd
           end-if
           .

       collect-past-due.
       *> The paying account has to be on the master, checking and
       *> open for business; a frozen, charged-off or closed account
       *> is passed over and the installment stays past due.
           set collection-blocked to true
           move ws-checking-number to account-number
           read account-master-file
               invalid key
                   move "PAY ACCT NOT ON MASTER" to ws-refusal-reason
               not invalid key
                   evaluate true
                       when not account-type-checking
                           move "PAY ACCT NOT CHECKING"
                               to ws-refusal-reason
                       when not account-active
                           move "PAY ACCT NOT ACTIVE"
                               to ws-refusal-reason
                       when other
                           set collection-possible to true
                   end-evaluate
           end-read
           if collection-possible
               compute ws-available-amount =
                   balance - avl-held-amount - lgl-fenced-amount
               set collection-continuing to true
               perform collect-one-installment
                   until collection-finished
               if ws-installments-collected > zero
                   perform debit-paying-account
               else
                   move "INSUFFICIENT FUNDS" to ws-refusal-reason
               end-if
           end-if
           if ws-installments-collected = zero
               add 1 to uncollected-count
               move zero to ldl-amount
               move zero to ldl-interest
               move zero to ldl-principal
               move ws-refusal-reason to ldl-action
               perform write-register-detail
           end-if
           .

       collect-one-installment.
       *> One installment is the level payment or, on the last, what
       *> is left past due; its interest is a month's interest on the
       *> principal still owed and the rest retires principal -- the
       *> schedule AccountOpen printed, one line at a time. Only a
       *> whole installment is taken.
           if ws-past-due < ws-payment-amount
               move ws-past-due to ws-installment-amount
           else
               move ws-payment-amount to ws-installment-amount
           end-if
           compute ws-installment-interest rounded =
               ws-principal-owed * ws-loan-monthly-rate
           if ws-installment-interest > ws-installment-amount
               move ws-installment-amount to ws-installment-interest
           end-if
           compute ws-installment-principal =
               ws-installment-amount - ws-installment-interest
           if ws-installment-principal > ws-principal-owed
               move ws-principal-owed to ws-installment-principal
               compute ws-installment-amount =
                   ws-installment-interest + ws-installment-principal
           end-if
           if ws-installment-amount > ws-available-amount
               set collection-finished to true
           else
               subtract ws-installment-amount from ws-available-amount
               add ws-installment-amount to ws-collected-amount
               add ws-installment-interest to ws-collected-interest
               add ws-installment-principal to ws-collected-principal
               subtract ws-installment-principal from ws-principal-owed
               add 1 to ws-installments-collected
               if ws-installment-amount >= ws-past-due
                   or ws-principal-owed <= zero
                   move zero to ws-past-due
                   move zero to ws-oldest-due-date
                   set collection-finished to true
               else
                   subtract ws-installment-amount from ws-past-due
                   perform roll-oldest-due-date
               end-if
           end-if
           .

       debit-paying-account.
       *> The checking record is still in the buffer from the lookup
       *> above -- nothing has moved it -- so it is debited and
       *> rewritten directly; the interest and principal shares
       *> journal separately so the GL books interest income apart
       *> from the loan paydown.
           subtract ws-collected-amount from balance
           rewrite account-record
           if ws-collected-interest > zero
               compute ws-posting-amount = 0 - ws-collected-interest
               invoke type BankAccount::LogPosting(
                   ws-checking-number, "LI", ws-posting-amount)
           end-if
           if ws-collected-principal > zero
               compute ws-posting-amount = 0 - ws-collected-principal
               invoke type BankAccount::LogPosting(
                   ws-checking-number, "LP", ws-posting-amount)
               move ws-collected-principal to ws-posting-amount
               invoke type BankAccount::LogPosting(
                   ws-loan-number, "LP", ws-posting-amount)
           end-if
           add 1 to collected-count
           add ws-collected-amount to collected-total
           add ws-collected-interest to interest-total
           move ws-collected-amount to ldl-amount
           move ws-collected-interest to ldl-interest
           move ws-collected-principal to ldl-principal
           move "INSTALLMENT COLLECTED" to ldl-action
           perform write-register-detail
           .

       update-loan-record.
       *> The loan is re-read before the REWRITE, the discipline
       *> every two-record posting here follows after a lookup has
       *> moved the buffer.
           move ws-loan-number to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   compute balance = 0 - ws-principal-owed
                   move ws-past-due to ln-past-due-amount
                   move ws-oldest-due-date to ln-oldest-due-date
                   move ws-next-due-date to ln-next-due-date
                   add ws-installments-collected to ln-payments-made
                   perform age-past-due-installment
                   if balance >= zero and ln-past-due-amount = zero
                       perform close-paid-loan
                   end-if
                   rewrite account-record
           end-read
           .

       age-past-due-installment.
       *> Days past due count from the oldest installment still
       *> owed. Once that installment is past the grace period it
       *> draws the late fee -- once, stamped with its due date --
       *> and the loan lands on the delinquency report.
           move "N" to ws-late-fee-flag
           if ln-past-due-amount = zero
               move zero to ln-days-past-due
           else
               compute ws-date-integer =
                   function integer-of-date(ln-oldest-due-date)
               if ws-today-integer - ws-date-integer > 999
                   move 999 to ln-days-past-due
               else
                   compute ln-days-past-due =
                       ws-today-integer - ws-date-integer
               end-if
               if ln-days-past-due > loan-grace-days
                   and ln-late-fee-due-date not = ln-oldest-due-date
                   perform assess-late-fee
               end-if
               perform write-delinquency-line
           end-if
           .

       assess-late-fee.
           subtract loan-late-fee from balance
           move ln-oldest-due-date to ln-late-fee-due-date
           compute ws-posting-amount = 0 - loan-late-fee
           invoke type BankAccount::LogPosting(
               ws-loan-number, "LF", ws-posting-amount)
           set late-fee-assessed to true
           add 1 to late-fee-count
           move loan-late-fee to ldl-amount
           move zero to ldl-interest
           move zero to ldl-principal
           move "LATE FEE ASSESSED" to ldl-action
           perform write-register-detail
           .

       close-paid-loan.
           move zero to balance
           move zero to ln-next-due-date
           set account-closed to true
           add 1 to paid-off-count
           move zero to ldl-amount
           move zero to ldl-interest
           move zero to ldl-principal
           move "LOAN PAID OFF -- CLOSED" to ldl-action
           perform write-register-detail
           .

       write-delinquency-line.
           add 1 to delinquent-count
           add ln-past-due-amount to delinquent-total
           move ws-loan-number to ddl-loan-number
           move linked-account-number to ddl-checking-number
           compute ddl-principal-owed = 0 - balance
           move ln-past-due-amount to ddl-past-due
           move ln-oldest-due-date to ddl-oldest-due
           move ln-days-past-due to ddl-days-past-due
           evaluate true
               when ln-days-past-due < 30
                   move "1-29" to ddl-bucket
               when ln-days-past-due < 60
                   move "30-59" to ddl-bucket
               when ln-days-past-due < 90
                   move "60-89" to ddl-bucket
               when other
                   move "90+" to ddl-bucket
           end-evaluate
           if late-fee-assessed
               move "TODAY" to ddl-late-fee
           else
               if ln-late-fee-due-date = ln-oldest-due-date
                   move "CHARGED" to ddl-late-fee
               else
                   move spaces to ddl-late-fee
               end-if
           end-if
           move delinquency-detail-line to delinquency-line
           write delinquency-line
           .

       reposition-walk-after-loan.
       *> The checking lookup moved the file position off the loan
       *> under review -- re-aim the sequential walk past it.
           move ws-loan-number to account-number
           start account-master-file key is greater than
               account-number
               invalid key set end-of-master to true
           end-start
           .

       write-register-detail.
           move ws-loan-number to ldl-loan-number
           move ws-checking-number to ldl-checking-number
           move register-detail-line to register-line
           write register-line
           .

       terminate-run.
       *> Ran to completion -- stamp the control record with the
       *> date just run. A refused run touched nothing.
           if rerun-refused
               continue
           else
               move collected-count to rsl-collected
               move uncollected-count to rsl-uncollected
               move late-fee-count to rsl-late-fees
               move paid-off-count to rsl-paid-off
               move register-summary-line to register-line
               write register-line
               move collected-total to rtl-collected
               move interest-total to rtl-interest
               move register-total-line to register-line
               write register-line
               move delinquent-count to dsl-delinquent
               move delinquent-total to dsl-past-due
               move delinquency-summary-line to delinquency-line
               write delinquency-line
               close account-master-file
               close loan-register-file
               close delinquency-report-file
               open output run-control-file
               move ws-today to rc-last-run-date
               write run-control-record
               close run-control-file
               display "loanrun: " loans-reviewed-count
                   " loans reviewed, " collected-count
                   " collected, " delinquent-count " delinquent"
           end-if
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move collected-count to rll-processed-count
           move uncollected-count to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .

       write-run-log-start.
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "LOANRUN" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       check-window-sequence.
       *> Gate this step behind its window predecessor -- an
       *> out-of-order start is refused before any file is touched.
           call "WindowSequencer" using ws-sequencer-step
               ws-sequencer-rc
           .

       end program LoanRun.
