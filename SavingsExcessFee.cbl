       identification division.

       program-id. SavingsExcessFee.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select sort-work-file assign to "XSFSRTW".
           select month-count-file assign to "XSFCNTW"
               organization line sequential
               file status is ws-count-status.
           select fee-register-file assign to "XSFREG"
               organization line sequential.
           select candidate-report-file assign to "CONVCAND"
               organization line sequential.
           select notice-trigger-file assign to "NOTTRIG"
               organization line sequential
               file status is ws-trigger-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select override-file assign to "ACCTOVRD"
               organization line sequential
               file status is ws-override-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-account-number pic 9(8).
           05  srt-count-delta    pic s9(1) sign leading separate.

       fd  month-count-file.
       01  month-count-record.
           05  mcr-account-number pic 9(8).
           05  mcr-txn-count      pic 9(5).

       fd  fee-register-file.
       01  register-line pic x(80).

       fd  candidate-report-file.
       01  candidate-line pic x(80).

       fd  notice-trigger-file.
           copy "NoticeTriggerRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  override-file.
           copy "OverrideRecord.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10".
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-count-status            pic xx.
           88 end-of-counts          value "10".
       01 ws-trigger-status          pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-override-status         pic xx.
           88 end-of-overrides       value "10".
           88 overrides-not-found    value "35".
       01 override-table.
       *> The account-level exceptions, loaded before the pass --
       *> a negotiated transaction limit replaces the bank-wide one,
       *> and a negotiated minimum balance rides the object so fee
       *> collection honors it.
           05 override-entry occurs 500 times
                                   indexed by ovt-idx.
               10 ovt-account-number pic 9(8).
               10 ovt-parameter-key  pic x(20).
               10 ovt-parameter-value pic 9(9)v99.
       01 override-entry-count       pic 9(3) value 0.
       01 ws-override-amount         float-long.
       01 ws-ovt-warned-flag         pic x(1) value "N".
           88 ovt-overflow-warned    value "Y".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).
       01 ws-statement-month         pic 9(6).

       01 savings-txn-limit          pic 9(3) value 6.
       01 excess-txn-fee             pic 9(7)v99 value 10.00.
       01 parameter-found-flags.
           05 txn-limit-found        pic x value "N".
           05 excess-fee-found       pic x value "N".
       01 conversion-month-threshold pic 9(1) value 3.

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-journal  value "N".
       01 ws-group-first-flag        pic x(1) value "Y".
           88 first-sorted-record    value "Y".
           88 not-first-sorted       value "N".
       01 current-count-account      pic 9(8).
       01 current-txn-count          pic s9(5).

       01 ws-count-found-flag        pic x(1).
           88 month-count-found      value "Y".
           88 month-count-missing    value "N".
       01 ws-txn-count               pic 9(5).
       01 ws-account-limit           pic 9(3).
       01 ws-excess-count            pic 9(5).
       01 ws-fee-amount              pic 9(7)v99.
       01 ws-fee-amount-fl           float-long.
       01 ws-fee-charged             pic 9(7)v99.
       01 ws-month-flag              pic x(1).
       01 ws-shifted-history         pic x(6).
       01 ws-months-over             pic 9(1).

       01 savings-acct               type SavingsAccount.

       copy "ReportHeader.cpy".

       01 within-limit-count         pic 9(7) value 0.
       01 assessed-count             pic 9(7) value 0.
       01 failed-count               pic 9(7) value 0.
       01 candidate-count            pic 9(7) value 0.
       01 already-assessed-count     pic 9(7) value 0.
       01 skipped-closed-count       pic 9(7) value 0.

       01 month-heading-line.
           05 filler             pic x(17) value "STATEMENT MONTH  ".
           05 mhl-month          pic 9(4)/99.

       01 register-detail-line.
           05 xdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 xdl-txn-count      pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 xdl-limit          pic zz9.
           05 filler             pic x(2) value spaces.
           05 xdl-excess-count   pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 xdl-fee-amount     pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 xdl-status         pic x(8).
           05 filler             pic x(2) value spaces.
           05 xdl-reason-code    pic x(2).

       01 register-summary-line.
           05 filler             pic x(10) value "ASSESSED: ".
           05 xsl-assessed       pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 xsl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(14) value "WITHIN LIMIT: ".
           05 xsl-within-limit   pic zzzzzz9.

       01 candidate-detail-line.
           05 cdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 cdl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 cdl-history        pic x(6).
           05 filler             pic x(2) value spaces.
           05 cdl-months-over    pic 9.
           05 filler             pic x(11) value " OF 6 OVER ".
           05 cdl-txn-count      pic zzzz9.
           05 filler             pic x(12) value " THIS MONTH".

       01 candidate-summary-line.
           05 filler             pic x(12) value "CANDIDATES: ".
           05 csl-candidates     pic zzzzzz9.

       procedure division.
       *> Month-end savings withdrawal-limit enforcement: a savings
       *> account may make SAVINGS-TXN-LIMIT withdrawals, outbound
       *> transfers and sweeps into a linked checking account per
       *> statement month (an ACCTOVRD line of the same key replaces
       *> the limit for one account). The month's count is taken
       *> from the posting journal -- WD, TD and SO debits, less
       *> any the journal shows backed out or reversed; deposits,
       *> interest and the bank's own fees never count. Every
       *> transaction past the limit is charged EXCESS-TXN-FEE
       *> through the Withdraw entry point and journaled as an XF
       *> debit. Each assessment shifts the account's six-month
       *> history along; an account over its limit in three of the
       *> last six months is listed on the CONVCAND conversion-
       *> candidate report and a SAVCONV trigger is cut so the notice
       *> run sends the owner a warning letter.
           perform write-run-log-start
           perform initialize-run
           perform build-month-counts
           perform assess-accounts until end-of-master
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           move ws-today(1:6) to ws-statement-month
           perform load-business-parameters
           perform load-account-overrides
           open i-o account-master-file
           if ws-master-status = "35"
               *> account master does not exist yet -- nothing
               *> to assess
               set end-of-master to true
           else
               move zero to account-number
               start account-master-file key is greater than
                   or equal to account-number
                   invalid key set end-of-master to true
               end-start
               if not end-of-master
                   perform read-next-account
               end-if
           end-if
           open output fee-register-file
           open output candidate-report-file
           perform print-report-headers
           open extend notice-trigger-file
           if ws-trigger-status = "35"
               *> first trigger ever cut -- create the file
               open output notice-trigger-file
           end-if
           .

       print-report-headers.
           move "SAVINGS EXCESS FEE REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           move ws-statement-month to mhl-month
           move month-heading-line to register-line
           write register-line
           move "SAVINGS CONVERSION CANDIDATES" to rh-report-title
           move report-header-line to candidate-line
           write candidate-line
           move month-heading-line to candidate-line
           write candidate-line
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "savingsexcessfee: BUSPARMS missing -- using"
                   " compiled limit and fee"
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
               when "SAVINGS-TXN-LIMIT"
                   move bp-parameter-value to savings-txn-limit
                   move "Y" to txn-limit-found
                   display "savingsexcessfee: SAVINGS-TXN-LIMIT loaded "
                       bp-parameter-value
               when "EXCESS-TXN-FEE"
                   move bp-parameter-value to excess-txn-fee
                   move "Y" to excess-fee-found
                   display "savingsexcessfee: EXCESS-TXN-FEE loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if txn-limit-found = "N"
               display "savingsexcessfee: SAVINGS-TXN-LIMIT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if excess-fee-found = "N"
               display "savingsexcessfee: EXCESS-TXN-FEE not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       load-account-overrides.
           open input override-file
           if overrides-not-found
               continue
           else
               perform read-next-override
               perform load-one-override until end-of-overrides
               close override-file
           end-if
           .

       read-next-override.
           read override-file
               at end set end-of-overrides to true
           end-read
           .

       load-one-override.
           if override-entry-count >= 500
               if not ovt-overflow-warned
                   display "savingsexcessfee: override table full --"
                       " excess entries ignored"
                   set ovt-overflow-warned to true
               end-if
           else
               add 1 to override-entry-count
               move ovr-account-number
                   to ovt-account-number(override-entry-count)
               move ovr-parameter-key
                   to ovt-parameter-key(override-entry-count)
               move ovr-parameter-value
                   to ovt-parameter-value(override-entry-count)
           end-if
           perform read-next-override
           .

       build-month-counts.
       *> Reduces the statement month's journal to one count per
       *> account, sorted by account number so the master pass below
       *> can merge against it co-sequentially.
           sort sort-work-file on ascending key srt-account-number
               input procedure is release-month-journal
               output procedure is reduce-to-counts
           open input month-count-file
           perform read-next-count
           .

       release-month-journal.
           open input posting-journal-file
           if journal-not-found
               continue
           else
               perform read-next-journal-record
               perform release-journal-line until end-of-journal
               close posting-journal-file
           end-if
           .

       read-next-journal-record.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       release-journal-line.
       *> A withdrawal, transfer out or sweep to checking counts one;
       *> the same code with the opposite sign is its reversal, and
       *> a transfer backed out (TB) or a withdrawal reversed (RV
       *> credit) takes its count back off. Only the journal's own
       *> types are considered, so the fee this run charges (XF)
       *> never counts against next month.
           if pjl-timestamp(1:6) = ws-statement-month
               move pjl-account-number to srt-account-number
               evaluate true
                   when pjl-type-withdrawal
                     or pjl-type-transfer-debit
                     or pjl-type-sweep-out
                       if pjl-signed-amount < zero
                           move 1 to srt-count-delta
                       else
                           move -1 to srt-count-delta
                       end-if
                       release sort-record
                   when pjl-type-transfer-backout
                     or pjl-type-reversal
                       if pjl-signed-amount > zero
                           move -1 to srt-count-delta
                           release sort-record
                       end-if
                   when other
                       continue
               end-evaluate
           end-if
           perform read-next-journal-record
           .

       reduce-to-counts.
           open output month-count-file
           perform return-next-sorted-record
           perform reduce-one-record until end-of-sorted-journal
           if not first-sorted-record
               perform write-count-record
           end-if
           close month-count-file
           .

       return-next-sorted-record.
           return sort-work-file
               at end move "N" to ws-more-sorted-records
           end-return
           .

       reduce-one-record.
           if first-sorted-record
               move srt-account-number to current-count-account
               move srt-count-delta to current-txn-count
               set not-first-sorted to true
           else
               if srt-account-number = current-count-account
                   add srt-count-delta to current-txn-count
               else
                   perform write-count-record
                   move srt-account-number to current-count-account
                   move srt-count-delta to current-txn-count
               end-if
           end-if
           perform return-next-sorted-record
           .

       write-count-record.
           if current-txn-count < zero
               move zero to current-txn-count
           end-if
           move current-count-account to mcr-account-number
           move current-txn-count to mcr-txn-count
           write month-count-record
           .

       read-next-count.
           read month-count-file
               at end set end-of-counts to true
           end-read
           .

       assess-accounts.
           perform assess-one-account
           perform read-next-account
           .

       read-next-account.
           read account-master-file next record
               at end set end-of-master to true
           end-read
           .

       assess-one-account.
       *> Only savings accounts carry the limit. A closed or charged-
       *> off account is out; one already assessed for this month is
       *> left alone, so a rerun or a restart after an abend never
       *> bills or shifts the history twice.
           if not account-type-savings
               continue
           else
           if account-closed or account-charged-off
               add 1 to skipped-closed-count
           else
           if sxl-last-assessed-month = ws-statement-month
               add 1 to already-assessed-count
           else
               perform find-month-count
               perform select-limit-for-account
               move zero to ws-fee-charged
               if ws-txn-count > ws-account-limit
                   compute ws-excess-count =
                       ws-txn-count - ws-account-limit
                   compute ws-fee-amount =
                       ws-excess-count * excess-txn-fee
                   move "Y" to ws-month-flag
                   perform collect-excess-fee
               else
                   move "N" to ws-month-flag
                   add 1 to within-limit-count
               end-if
               perform shift-excess-history
               move ws-statement-month to sxl-last-assessed-month
               rewrite account-record
               perform check-conversion-candidate
           end-if
           end-if
           end-if
           .

       find-month-count.
       *> Both streams are ascending by account number -- step the
       *> count file forward until it reaches or passes the master
       *> record in hand.
           set month-count-missing to true
           move zero to ws-txn-count
           perform advance-count-file
               until end-of-counts
                  or mcr-account-number >= account-number
           if not end-of-counts
               and mcr-account-number = account-number
               set month-count-found to true
               move mcr-txn-count to ws-txn-count
           end-if
           .

       advance-count-file.
           if mcr-account-number < account-number
               perform read-next-count
           end-if
           .

       select-limit-for-account.
       *> The bank-wide limit applies unless ACCTOVRD carries a
       *> negotiated SAVINGS-TXN-LIMIT for this very account.
           move savings-txn-limit to ws-account-limit
           perform apply-txn-limit-override
               varying ovt-idx from 1 by 1
               until ovt-idx > override-entry-count
           .

       apply-txn-limit-override.
           if ovt-account-number(ovt-idx) = account-number
               and ovt-parameter-key(ovt-idx) = "SAVINGS-TXN-LIMIT"
               move ovt-parameter-value(ovt-idx) to ws-account-limit
           end-if
           .

       collect-excess-fee.
       *> The fee is an ordinary debit, collected the way the service
       *> fee is: through the savings Withdraw (so the minimum-balance
       *> rule or a hold can refuse it), onto the audit trail under
       *> its own XSFEE outcome and into the journal as an XF debit.
       *> A refused fee still leaves the month marked over the limit
       *> -- the transactions happened whether or not the fee could
       *> be collected.
           set savings-acct to new SavingsAccount
           set savings-acct::AccountNumber to account-number
           set savings-acct::balance to balance
           set savings-acct::AccountStatus to account-status
           set savings-acct::HeldAmount to avl-held-amount
           set savings-acct::FencedAmount to lgl-fenced-amount
           perform apply-minimum-balance-override
               varying ovt-idx from 1 by 1
               until ovt-idx > override-entry-count
           move ws-fee-amount to ws-fee-amount-fl
           if savings-acct::Withdraw(ws-fee-amount-fl)
               invoke type BankAccount::LogWithdrawAttempt(
                   account-number, ws-fee-amount-fl, "XSFEE")
               compute ws-fee-amount-fl = 0 - ws-fee-amount-fl
               invoke type BankAccount::LogPosting(
                   account-number, "XF", ws-fee-amount-fl)
               compute balance rounded = savings-acct::balance
               compute avl-held-amount rounded =
                   savings-acct::HeldAmount
               move ws-fee-amount to ws-fee-charged
               move "ASSESSED" to xdl-status
               move "00" to xdl-reason-code
               add 1 to assessed-count
           else
               invoke type BankAccount::LogWithdrawAttempt(
                   account-number, ws-fee-amount-fl, "XSFEERJ")
               move "FAILED" to xdl-status
               move savings-acct::ReasonCode to xdl-reason-code
               add 1 to failed-count
           end-if
           perform write-register-detail
           .

       apply-minimum-balance-override.
           if ovt-account-number(ovt-idx) = account-number
               and ovt-parameter-key(ovt-idx) = "SAVINGS-MIN-BALANCE"
               move ovt-parameter-value(ovt-idx)
                   to ws-override-amount
               invoke savings-acct::SetAccountMinimumBalance(
                   ws-override-amount)
           end-if
           .

       write-register-detail.
           move account-number to xdl-account-number
           move ws-txn-count to xdl-txn-count
           move ws-account-limit to xdl-limit
           move ws-excess-count to xdl-excess-count
           move ws-fee-amount to xdl-fee-amount
           move register-detail-line to register-line
           write register-line
           .

       shift-excess-history.
       *> Newest month first: the oldest flag drops off the end.
           move spaces to ws-shifted-history
           move ws-month-flag to ws-shifted-history(1:1)
           move sxl-excess-history(1:5) to ws-shifted-history(2:5)
           move ws-shifted-history to sxl-excess-history
           .

       check-conversion-candidate.
           move zero to ws-months-over
           inspect sxl-excess-history tallying ws-months-over
               for all "Y"
           if ws-months-over >= conversion-month-threshold
               move account-number to cdl-account-number
               move owner-primary-id to cdl-owner-id
               move sxl-excess-history to cdl-history
               move ws-months-over to cdl-months-over
               move ws-txn-count to cdl-txn-count
               move candidate-detail-line to candidate-line
               write candidate-line
               add 1 to candidate-count
               perform write-notice-trigger
           end-if
           .

       write-notice-trigger.
       *> Cut every month the account stays a candidate -- the
       *> notice run remembers what it has already lettered and
       *> sends the warning once.
           move "SAVCONV" to ntg-event-type
           move account-number to ntg-account-number
           move ws-today to ntg-event-date
           move ws-fee-charged to ntg-amount
           write notice-trigger-line
           .

       terminate-run.
           move assessed-count to xsl-assessed
           move failed-count to xsl-failed
           move within-limit-count to xsl-within-limit
           move register-summary-line to register-line
           write register-line
           move candidate-count to csl-candidates
           move candidate-summary-line to candidate-line
           write candidate-line
           if ws-master-status not = "35"
               close account-master-file
           end-if
           close month-count-file
           close fee-register-file
           close candidate-report-file
           close notice-trigger-file
           if already-assessed-count > zero
               display "savingsexcessfee: " already-assessed-count
                   " accounts already assessed for "
                   ws-statement-month " -- left alone"
           end-if
           display "savingsexcessfee: " assessed-count
               " assessed, " failed-count " failed, "
               candidate-count " conversion candidates"
           perform write-run-log-end
           .

       write-run-log-start.
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-end.
           move "END" to rll-event-type
           compute rll-processed-count =
               assessed-count + within-limit-count
           move failed-count to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "SAVINGSEXCESSFEE" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program SavingsExcessFee.
