       identification division.

       program-id. DisputeRun.

       environment division.
       input-output section.
       file-control.
           select dispute-claim-file assign to "DSPCLAIM"
               organization indexed
               access dynamic
               record key is dsp-claim-id
               file status is ws-claim-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select chargeback-file assign to "DSPCHGBK"
               organization line sequential
               file status is ws-chargeback-status.
           select notice-trigger-file assign to "NOTTRIG"
               organization line sequential
               file status is ws-trigger-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select dispute-register-file assign to "DSPREG"
               organization line sequential.
           select run-control-file assign to "DSPRCTL"
               organization line sequential
               file status is ws-run-control-status.
           select force-run-file assign to "DSPFORCE"
               organization line sequential
               file status is ws-force-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  dispute-claim-file.
           copy "DisputeClaimRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  chargeback-file.
           copy "ExternalTransactionRecord.cpy".

       fd  notice-trigger-file.
           copy "NoticeTriggerRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  dispute-register-file.
       01  register-line pic x(80).

       fd  run-control-file.
       01  run-control-record.
           05 rc-last-run-date       pic 9(8).

       fd  force-run-file.
       01  force-run-record pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-claim-status            pic xx.
           88 end-of-claims          value "10".
           88 claims-not-found       value "35".
       01 ws-master-status           pic xx.
       01 ws-chargeback-status       pic xx.
       01 ws-trigger-status          pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-run-control-status      pic xx.
       01 ws-force-status            pic xx.
       01 ws-last-run-date           pic 9(8) value zero.
       01 ws-rerun-flag              pic x(1) value "N".
           88 rerun-refused          value "Y".
       01 ws-claim-file-flag         pic x(1) value "N".
           88 claim-file-present     value "Y".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "DISPUTERUN".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-today                   pic 9(8).
       01 ws-today-integer           pic 9(8) comp.
       01 ws-deadline-integer        pic 9(8) comp.
       01 ws-days-to-deadline        pic s9(5).

       01 dispute-warn-days          pic 9(3) value 5.
       01 parameter-found-flags.
           05 warn-days-found        pic x value "N".

       01 ws-account-flag            pic x(1).
           88 claim-account-found    value "Y".
           88 claim-account-missing  value "N".
       01 ws-posting-amount          pic s9(7)v99.
       01 ws-reversed-amount         pic s9(9)v99.
       01 ws-credit-amount-fl        float-long.
       01 ws-recovered-before        pic 9(9)v99.
       01 ws-drawn-before            pic s9(7)v99.
       01 ws-balance-part            pic s9(7)v99.

       01 savings-acct               type SavingsAccount.
       01 debit-acct                 type DebitAccount.
       01 checking-acct              type CheckingAccount.
       01 current-account            type BankAccount.

       01 credited-count             pic 9(7) value 0.
       01 final-count                pic 9(7) value 0.
       01 denied-count               pic 9(7) value 0.
       01 warned-count               pic 9(7) value 0.
       01 failed-count               pic 9(7) value 0.
       01 credited-total             pic s9(11)v99 value 0.

       copy "ReportHeader.cpy".

       01 register-detail-line.
           05 ddl-claim-id        pic z(5)9.
           05 filler              pic x(2) value spaces.
           05 ddl-account-number  pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 ddl-reference       pic x(12).
           05 filler              pic x(2) value spaces.
           05 ddl-amount          pic z(6)9.99-.
           05 filler              pic x(2) value spaces.
           05 ddl-deadline        pic 9(8).
           05 filler              pic x(2) value spaces.
           05 ddl-action          pic x(24).

       01 register-summary-line.
           05 filler             pic x(10) value "CREDITED: ".
           05 dsl-credited       pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value "FINAL: ".
           05 dsl-final          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "DENIED: ".
           05 dsl-denied         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "WARNED: ".
           05 dsl-warned         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 dsl-failed         pic zzzzzz9.

       procedure division.
       *> Nightly dispute run over every unsettled claim the claim
       *> desk opened on DSPCLAIM:
       *>   - a claim the desk resolved is carried out -- accepted,
       *>     any provisional credit not yet posted is posted, the
       *>     credit becomes final and a class 09 chargeback is
       *>     staged on DSPCHGBK for the network translator to send
       *>     out on EXTRTNS; denied, the provisional credit (if it
       *>     posted) is reversed and a DSPDENY trigger goes to
       *>     NOTTRIG so the notice run letters the customer;
       *>   - an open claim whose provisional-credit date has come
       *>     is credited through the account's own Deposit,
       *>     journaled as DC;
       *>   - a claim still unsettled within DISPUTE-WARN-DAYS of its
       *>     regulatory deadline, or past it, prints on the DSPREG
       *>     register so compliance can chase it.
       *> The claim's own status is the restart state -- each claim
       *> is rewritten as soon as its money has moved, so a rerun
       *> after an abend picks up only what is left.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform process-claims until end-of-claims
               perform terminate-run
           else
               display "disputerun: window sequence refused"
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
               set end-of-claims to true
           else
               perform load-business-parameters
               open output dispute-register-file
               perform print-report-header
               open i-o account-master-file
               if ws-master-status = "35"
                   *> first run -- account master does not exist yet
                   open output account-master-file
                   close account-master-file
                   open i-o account-master-file
               end-if
               open extend chargeback-file
               if ws-chargeback-status = "35"
                   *> first ever chargeback -- create the file
                   open output chargeback-file
               end-if
               open extend notice-trigger-file
               if ws-trigger-status = "35"
                   *> first ever notice trigger -- create the file
                   open output notice-trigger-file
               end-if
               open i-o dispute-claim-file
               if claims-not-found
                   *> no claim has ever been opened
                   set end-of-claims to true
               else
                   set claim-file-present to true
                   move zero to dsp-claim-id
                   start dispute-claim-file key is greater than or
                       equal to dsp-claim-id
                       invalid key set end-of-claims to true
                   end-start
                   if not end-of-claims
                       perform read-next-claim
                   end-if
               end-if
           end-if
           .

       check-run-control.
       *> One business date, one dispute run. The control record
       *> remembers the last date this job completed; a match
       *> refuses the run -- unless operations has staged the
       *> DSPFORCE file to say the rerun is deliberate, and even
       *> then each claim's status keeps its credit from posting
       *> twice.
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
                   display "disputerun: date " ws-today
                       " already run -- DSPFORCE override accepted"
               else
                   set rerun-refused to true
                   display "disputerun: date " ws-today
                       " already run -- run refused"
                   move 16 to ws-log-return-code
                   move 16 to return-code
               end-if
           end-if
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "disputerun: BUSPARMS missing -- using"
                   " compiled defaults"
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
               when "DISPUTE-WARN-DAYS"
                   move bp-parameter-value to dispute-warn-days
                   move "Y" to warn-days-found
                   display "disputerun: DISPUTE-WARN-DAYS loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if warn-days-found = "N"
               display "disputerun: DISPUTE-WARN-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       print-report-header.
           move "NIGHTLY DISPUTE CLAIM REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           .

       read-next-claim.
           read dispute-claim-file next record
               at end set end-of-claims to true
           end-read
           .

       process-claims.
           if dsp-claim-unsettled
               evaluate true
                   when dsp-resolve-accept
                       perform settle-accepted-claim
                   when dsp-resolve-deny
                       perform settle-denied-claim
                   when dsp-claim-open
                       and dsp-credit-due-date <= ws-today
                       perform post-provisional-credit
                   when other
                       continue
               end-evaluate
               if dsp-claim-unsettled
                   perform check-claim-deadline
               end-if
           end-if
           perform read-next-claim
           .

       post-provisional-credit.
           perform credit-claim-account
           if claim-account-found
               set dsp-claim-credited to true
               move ws-today to dsp-credit-posted-date
               rewrite dispute-claim-record
               add 1 to credited-count
               add dsp-item-amount to credited-total
               move dsp-item-amount to ddl-amount
               move "PROVISIONAL CREDIT" to ddl-action
               perform write-register-detail
           end-if
           .

       credit-claim-account.
       *> The disputed amount goes back on the account it left
       *> through the account type's own Deposit, like any other
       *> credit -- a charged-off account takes it as a recovery, a
       *> checking account's drawn overdraft line is paid down first
       *> -- and journals as DC, positive. How Deposit split it is
       *> kept on the claim so a denial can unwind exactly that. An
       *> account gone from the master, or one that refuses the
       *> deposit, leaves the claim where it is for the desk to look
       *> at.
           set claim-account-missing to true
           move dsp-account-number to account-number
           read account-master-file
               invalid key
                   move "ACCOUNT NOT ON MASTER" to ddl-action
                   perform write-failed-line
               not invalid key
                   perform deposit-claim-credit
           end-read
           .

       deposit-claim-credit.
           perform build-account-object
           if current-account = null
               move "UNKNOWN ACCOUNT TYPE" to ddl-action
               perform write-failed-line
           else
               move chg-recovered-amount to ws-recovered-before
               move od-drawn-balance to ws-drawn-before
               move dsp-item-amount to ws-credit-amount-fl
               if current-account::Deposit(ws-credit-amount-fl)
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
                   compute dsp-credit-recovered =
                       chg-recovered-amount - ws-recovered-before
                   compute dsp-credit-paydown =
                       ws-drawn-before - od-drawn-balance
                   move dsp-item-amount to ws-posting-amount
                   invoke type BankAccount::LogPosting(
                       dsp-account-number, "DC", ws-posting-amount)
                   set claim-account-found to true
               else
                   move "CREDIT REFUSED -- CLOSED" to ddl-action
                   perform write-failed-line
               end-if
           end-if
           .

       build-account-object.
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

       settle-accepted-claim.
       *> The claim holds: credit that never posted posts now, then
       *> the chargeback recovers the money from the network. The
       *> claim is final only once both are done.
           if dsp-claim-open
               perform credit-claim-account
               if claim-account-found
                   move ws-today to dsp-credit-posted-date
                   add 1 to credited-count
                   add dsp-item-amount to credited-total
               end-if
           else
               set claim-account-found to true
           end-if
           if claim-account-found
               perform stage-chargeback
               set dsp-claim-final to true
               move ws-today to dsp-settled-date
               rewrite dispute-claim-record
               add 1 to final-count
               move dsp-item-amount to ddl-amount
               move "FINAL -- CHARGED BACK" to ddl-action
               perform write-register-detail
           end-if
           .

       stage-chargeback.
           move spaces to external-transaction-record
           set ext-detail-record to true
           set ext-class-chargeback to true
           move dsp-account-number to ext-account-number
           move dsp-item-amount to ext-amount
           move dsp-network-reference to ext-network-reference
           write external-transaction-record
           .

       settle-denied-claim.
       *> The item was good: provisional credit that posted comes
       *> back off the account as a negative DC, and the customer is
       *> told either way.
           move zero to ws-reversed-amount
           if dsp-claim-credited
               perform reverse-provisional-credit
           else
               set claim-account-found to true
           end-if
           if claim-account-found
               perform write-notice-trigger
               set dsp-claim-denied to true
               move ws-today to dsp-settled-date
               rewrite dispute-claim-record
               add 1 to denied-count
               compute ddl-amount = 0 - ws-reversed-amount
               move "DENIED -- CREDIT REVERSED" to ddl-action
               perform write-register-detail
           end-if
           .

       reverse-provisional-credit.
       *> The credit is unwound exactly as Deposit split it when it
       *> posted: the part that paid the overdraft line down draws
       *> the line again (OP back, positive), the part taken as a
       *> recovery comes off the recoveries to date (RC back,
       *> positive), and only the rest comes off the balance -- with
       *> the DC reversal, negative, for the whole amount, so the
       *> account's journal lines still sum to its movement.
           set claim-account-missing to true
           move dsp-account-number to account-number
           read account-master-file
               invalid key
                   move "ACCOUNT NOT ON MASTER" to ddl-action
                   perform write-failed-line
               not invalid key
                   compute ws-balance-part = dsp-item-amount
                       - dsp-credit-recovered - dsp-credit-paydown
                   subtract ws-balance-part from balance
                   add dsp-credit-paydown to od-drawn-balance
                   subtract dsp-credit-recovered
                       from chg-recovered-amount
                   rewrite account-record
                   compute ws-posting-amount = 0 - dsp-item-amount
                   invoke type BankAccount::LogPosting(
                       dsp-account-number, "DC", ws-posting-amount)
                   if dsp-credit-paydown > zero
                       move dsp-credit-paydown to ws-posting-amount
                       invoke type BankAccount::LogPosting(
                           dsp-account-number, "OP", ws-posting-amount)
                   end-if
                   if dsp-credit-recovered > zero
                       move dsp-credit-recovered to ws-posting-amount
                       invoke type BankAccount::LogPosting(
                           dsp-account-number, "RC", ws-posting-amount)
                   end-if
                   move dsp-item-amount to ws-reversed-amount
                   set claim-account-found to true
           end-read
           .

       write-notice-trigger.
           move "DSPDENY" to ntg-event-type
           move dsp-account-number to ntg-account-number
           move ws-today to ntg-event-date
           move ws-reversed-amount to ntg-amount
           write notice-trigger-line
           .

       check-claim-deadline.
       *> Printed every night the claim stays inside the warning
       *> window, not just the first, so the register always shows
       *> the whole exposure.
           compute ws-deadline-integer =
               function integer-of-date(dsp-deadline-date)
           compute ws-days-to-deadline =
               ws-deadline-integer - ws-today-integer
           if ws-days-to-deadline <= dispute-warn-days
               add 1 to warned-count
               move dsp-item-amount to ddl-amount
               if ws-days-to-deadline < zero
                   move "PAST DEADLINE" to ddl-action
               else
                   move "NEARING DEADLINE" to ddl-action
               end-if
               perform write-register-detail
               if not dsp-deadline-warned
                   set dsp-deadline-warned to true
                   rewrite dispute-claim-record
               end-if
           end-if
           .

       write-failed-line.
       *> The caller has put the reason in ddl-action.
           add 1 to failed-count
           move dsp-item-amount to ddl-amount
           perform write-register-detail
           .

       write-register-detail.
           move dsp-claim-id to ddl-claim-id
           move dsp-account-number to ddl-account-number
           move dsp-network-reference to ddl-reference
           move dsp-deadline-date to ddl-deadline
           move register-detail-line to register-line
           write register-line
           .

       terminate-run.
       *> Ran to completion -- stamp the control record with the
       *> date just run. A refused run touched nothing.
           if rerun-refused
               continue
           else
               move credited-count to dsl-credited
               move final-count to dsl-final
               move denied-count to dsl-denied
               move warned-count to dsl-warned
               move failed-count to dsl-failed
               move register-summary-line to register-line
               write register-line
               if claim-file-present
                   close dispute-claim-file
               end-if
               close account-master-file
               close chargeback-file
               close notice-trigger-file
               close dispute-register-file
               open output run-control-file
               move ws-today to rc-last-run-date
               write run-control-record
               close run-control-file
               if failed-count > zero or warned-count > zero
                   move 4 to ws-log-return-code
               end-if
           end-if
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           compute rll-processed-count =
               credited-count + final-count + denied-count
           move failed-count to rll-rejected-count
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
           move "DISPUTERUN" to rll-program-id
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

       end program DisputeRun.
