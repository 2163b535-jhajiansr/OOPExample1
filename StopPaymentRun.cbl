       identification division.

       program-id. StopPaymentRun.

       environment division.
       input-output section.
       file-control.
           select stopped-item-file assign to "STOPITEM"
               organization line sequential
               file status is ws-stopped-item-status.
           select stop-payment-file assign to "STOPPAY"
               organization indexed
               access dynamic
               record key is stp-stop-key
               file status is ws-stop-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select stop-register-file assign to "STOPREG"
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
           select checkpoint-file assign to "SPCHKPT"
               organization line sequential
               file status is ws-checkpoint-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  stopped-item-file.
       01  stopped-item-record pic x(60).

       fd  stop-payment-file.
           copy "StopPaymentRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  stop-register-file.
       01  register-line pic x(80).

       fd  notice-trigger-file.
           copy "NoticeTriggerRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  override-file.
           copy "OverrideRecord.cpy".

       fd  checkpoint-file.
       01  checkpoint-record.
       *> how many STOPITEM lines have been fully disposed of -- cut
       *> after every item actually charged (a collected fee leaves
       *> no mark on the queue line, so the checkpoint is the only
       *> thing standing between a restart and a double charge); a
       *> restart skips that many lines
           05 chk-items-done         pic 9(7).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-stopped-item-status     pic xx.
           88 end-of-stopped-items   value "10".
           88 stopped-items-not-found value "35".
       01 ws-stop-status             pic xx.
           88 end-of-stops           value "10".
           88 stops-not-found        value "35".
       01 ws-item-file-flag          pic x(1) value "N".
           88 item-file-present      value "Y".
       01 ws-stop-file-flag          pic x(1) value "N".
           88 stop-file-present      value "Y".
       01 ws-master-status           pic xx.
       01 ws-trigger-status          pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-override-status         pic xx.
           88 end-of-overrides       value "10".
           88 overrides-not-found    value "35".
       01 override-table.
       *> The account-level exceptions, loaded before the pass -- a
       *> negotiated STOP-PAYMENT-FEE replaces the standard fee, and
       *> the per-instance floors and caps ride the object so fee
       *> collection honors them.
           05 override-entry occurs 500 times
                                   indexed by ovt-idx.
               10 ovt-account-number pic 9(8).
               10 ovt-parameter-key  pic x(20).
               10 ovt-parameter-value pic 9(9)v99.
       01 override-entry-count       pic 9(3) value 0.
       01 ws-override-amount         float-long.
       01 ws-ovt-warned-flag         pic x(1) value "N".
           88 ovt-overflow-warned    value "Y".
       01 ws-checkpoint-status       pic xx.
       01 ws-restart-items           pic 9(7) value zero.
       01 ws-items-read              pic 9(7) value zero.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-sequencer-step          pic x(18) value "STOPPAYMENTRUN".
       01 ws-sequencer-rc            pic 9(2).
           88 window-sequence-ok     value 0.

       01 ws-today                   pic 9(8).
       01 ws-notice-horizon          pic 9(8).
       01 ws-horizon-integer         pic 9(8) comp.

       01 stop-payment-fee           pic 9(7)v99 value 30.00.
       01 stop-notice-days           pic 9(3) value 14.
       01 parameter-found-flags.
           05 stop-fee-found         pic x value "N".
           05 notice-days-found      pic x value "N".
       01 ws-fee-amount              pic 9(7)v99.
       01 ws-fee-amount-fl           float-long.

       copy "StoppedItemRecord.cpy".

       01 savings-acct               type SavingsAccount.
       01 debit-acct                 type DebitAccount.
       01 checking-acct              type CheckingAccount.
       01 current-account            type BankAccount.

       copy "ReportHeader.cpy".

       01 charged-count              pic 9(7) value 0.
       01 failed-count               pic 9(7) value 0.
       01 expired-count              pic 9(7) value 0.
       01 noticed-count              pic 9(7) value 0.

       01 register-detail-line.
           05 sdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 sdl-stop-sequence  pic 9(3).
           05 filler             pic x(2) value spaces.
           05 sdl-source         pic x(4).
           05 filler             pic x(2) value spaces.
           05 sdl-item-reference pic x(12).
           05 filler             pic x(2) value spaces.
           05 sdl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 sdl-fee-amount     pic z(4)9.99.
           05 filler             pic x(2) value spaces.
           05 sdl-status         pic x(8).
           05 filler             pic x(2) value spaces.
           05 sdl-reason-code    pic x(2).

       01 register-summary-line.
           05 filler             pic x(9) value "CHARGED: ".
           05 ssl-charged        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 ssl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "EXPIRED: ".
           05 ssl-expired        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "NOTICED: ".
           05 ssl-noticed        pic zzzzzz9.

       procedure division.
       *> Nightly stop-payment run, after the last step that can meet
       *> a stopped debit. Two passes:
       *>   1. every item a stop turned away tonight (STOPITEM, cut by
       *>      check clearing, the network translator, the standing-
       *>      order and external-payment runs) is charged the stop
       *>      fee and listed on the STOPREG register -- the fee is an
       *>      ordinary debit through Withdraw, journaled as SP, and a
       *>      refused fee shows as FAILED with the Withdraw reason;
       *>   2. the stop master is walked: an active stop past its
       *>      expiry date is marked expired, and one expiring within
       *>      STOP-NOTICE-DAYS has a STOPEXP trigger cut to NOTTRIG
       *>      so the notice run letters the customer, once.
       *> The queue is emptied once charged, so a rerun cannot charge
       *> the same item twice; the stop pass is naturally repeatable.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform charge-stopped-items until end-of-stopped-items
               perform review-stop-orders until end-of-stops
               perform terminate-run
           else
               display "stoppaymentrun: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
           end-if
           perform write-run-log-end
           stop run
           .

       check-window-sequence.
           call "WindowSequencer" using ws-sequencer-step
                                        ws-sequencer-rc
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           compute ws-horizon-integer =
               function integer-of-date(ws-today) + stop-notice-days
           move function date-of-integer(ws-horizon-integer)
               to ws-notice-horizon
           perform load-account-overrides
           perform read-restart-checkpoint
           open i-o account-master-file
           open output stop-register-file
           perform print-report-header
           open input stopped-item-file
           if stopped-items-not-found
               *> nothing was stopped since the last run
               set end-of-stopped-items to true
           else
               set item-file-present to true
               perform read-next-stopped-item
               perform skip-checkpointed-item
                   until end-of-stopped-items
                      or ws-items-read > ws-restart-items
           end-if
           open i-o stop-payment-file
           if stops-not-found
               *> no stop has ever been placed
               set end-of-stops to true
           else
               set stop-file-present to true
               move low-values to stp-stop-key
               start stop-payment-file key is greater than
                   stp-stop-key
                   invalid key set end-of-stops to true
               end-start
               if not end-of-stops
                   perform read-next-stop
               end-if
           end-if
           open extend notice-trigger-file
           if ws-trigger-status = "35"
               *> first ever notice trigger -- create the file
               open output notice-trigger-file
           end-if
           .

       print-report-header.
           move "STOP PAYMENT REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "stoppaymentrun: BUSPARMS missing -- using"
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
               when "STOP-PAYMENT-FEE"
                   move bp-parameter-value to stop-payment-fee
                   move "Y" to stop-fee-found
                   display "stoppaymentrun: STOP-PAYMENT-FEE loaded "
                       bp-parameter-value
               when "STOP-NOTICE-DAYS"
                   move bp-parameter-value to stop-notice-days
                   move "Y" to notice-days-found
                   display "stoppaymentrun: STOP-NOTICE-DAYS loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if stop-fee-found = "N"
               display "stoppaymentrun: STOP-PAYMENT-FEE not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if notice-days-found = "N"
               display "stoppaymentrun: STOP-NOTICE-DAYS not in"
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
                   display "stoppaymentrun: override table full --"
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

       read-restart-checkpoint.
           open input checkpoint-file
           if ws-checkpoint-status = "00"
               read checkpoint-file
                   at end move zero to ws-restart-items
                   not at end
                       move chk-items-done to ws-restart-items
               end-read
               close checkpoint-file
           end-if
           .

       write-restart-checkpoint.
           open output checkpoint-file
           move ws-items-read to chk-items-done
           write checkpoint-record
           close checkpoint-file
           .

       read-next-stopped-item.
           read stopped-item-file
               at end set end-of-stopped-items to true
               not at end
                   add 1 to ws-items-read
                   move stopped-item-record to stopped-item-line
           end-read
           .

       skip-checkpointed-item.
       *> already charged before the last run was interrupted
           perform read-next-stopped-item
           .

       charge-stopped-items.
           perform charge-one-item
           perform read-next-stopped-item
           .

       charge-one-item.
           move sti-account-number to account-number
           read account-master-file
               invalid key
                   move stop-payment-fee to ws-fee-amount
                   move "05" to sdl-reason-code
                   perform write-failed-line
               not invalid key
                   perform select-stop-fee
                   if ws-fee-amount = zero
                       perform write-no-fee-line
                   else
                       perform collect-stop-fee
                   end-if
           end-read
           .

       select-stop-fee.
       *> The standard fee unless ACCTOVRD carries a negotiated
       *> STOP-PAYMENT-FEE for this very account (zero waives it).
           move stop-payment-fee to ws-fee-amount
           perform apply-stop-fee-override
               varying ovt-idx from 1 by 1
               until ovt-idx > override-entry-count
           .

       apply-stop-fee-override.
           if ovt-account-number(ovt-idx) = account-number
               and ovt-parameter-key(ovt-idx) = "STOP-PAYMENT-FEE"
               move ovt-parameter-value(ovt-idx) to ws-fee-amount
           end-if
           .

       collect-stop-fee.
       *> The fee is an ordinary debit: it goes through the account
       *> type's own Withdraw override, lands on the audit trail
       *> under its own STOPFEE outcome, and posts to the journal as
       *> an SP debit. No NSF fee piggybacks on a refused stop fee.
           perform build-account-object
           if current-account = null
               move "05" to sdl-reason-code
               perform write-failed-line
           else
               move ws-fee-amount to ws-fee-amount-fl
               if current-account::Withdraw(ws-fee-amount-fl)
                   invoke type BankAccount::LogWithdrawAttempt(
                       account-number, ws-fee-amount-fl, "STOPFEE")
                   compute ws-fee-amount-fl = 0 - ws-fee-amount-fl
                   invoke type BankAccount::LogPosting(
                       account-number, "SP", ws-fee-amount-fl)
                   compute balance rounded = current-account::balance
                   compute avl-held-amount rounded =
                       current-account::HeldAmount
                   rewrite account-record
                   perform write-charged-line
                   perform write-restart-checkpoint
               else
                   move ws-fee-amount to ws-fee-amount-fl
                   invoke type BankAccount::LogWithdrawAttempt(
                       account-number, ws-fee-amount-fl, "STOPFERJ")
                   move current-account::ReasonCode
                       to sdl-reason-code
                   perform write-failed-line
               end-if
           end-if
           .

       build-account-object.
           evaluate true
               when account-type-savings
                   set savings-acct to new SavingsAccount
                   set current-account to savings-acct
               when account-type-debit
                   set debit-acct to new DebitAccount
                   set current-account to debit-acct
               when account-type-checking
                   *> no linked-savings wiring here -- a stop fee
                   *> must not sweep the customer's savings to cover
                   *> itself
                   set checking-acct to new CheckingAccount
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
               perform apply-account-overrides
           end-if
           .

       apply-account-overrides.
           perform apply-one-override
               varying ovt-idx from 1 by 1
               until ovt-idx > override-entry-count
           .

       apply-one-override.
           if ovt-account-number(ovt-idx) = account-number
               move ovt-parameter-value(ovt-idx)
                   to ws-override-amount
               evaluate ovt-parameter-key(ovt-idx)
                   when "NSF-FEE"
                       invoke current-account::SetAccountNsfFee(
                           ws-override-amount)
                   when "SAVINGS-MIN-BALANCE"
                       if account-type-savings
                           set savings-acct to current-account
                           invoke
                               savings-acct::SetAccountMinimumBalance(
                               ws-override-amount)
                       end-if
                   when "DEBIT-DAILY-LIMIT"
                       if account-type-debit
                           set debit-acct to current-account
                           invoke debit-acct::SetAccountDailyLimit(
                               ws-override-amount)
                       end-if
                   when other
                       continue
               end-evaluate
           end-if
           .

       write-charged-line.
           move "CHARGED" to sdl-status
           move "00" to sdl-reason-code
           add 1 to charged-count
           perform write-item-detail
           .

       write-no-fee-line.
           move "NO FEE" to sdl-status
           move spaces to sdl-reason-code
           add 1 to charged-count
           perform write-item-detail
           .

       write-failed-line.
           move "FAILED" to sdl-status
           add 1 to failed-count
           perform write-item-detail
           .

       write-item-detail.
           move sti-account-number to sdl-account-number
           move sti-stop-sequence to sdl-stop-sequence
           move sti-source to sdl-source
           move sti-item-reference to sdl-item-reference
           move sti-amount to sdl-amount
           move ws-fee-amount to sdl-fee-amount
           move register-detail-line to register-line
           write register-line
           .

       read-next-stop.
           read stop-payment-file next record
               at end set end-of-stops to true
           end-read
           .

       review-stop-orders.
           if stp-stop-active
               evaluate true
                   when stp-expiry-date < ws-today
                       perform expire-one-stop
                   when stp-notice-not-sent
                       and stp-expiry-date <= ws-notice-horizon
                       perform trigger-expiry-notice
                   when other
                       continue
               end-evaluate
           end-if
           perform read-next-stop
           .

       expire-one-stop.
           set stp-stop-expired to true
           move ws-today to stp-action-date
           rewrite stop-payment-record
           move "EXPIRED" to sdl-status
           add 1 to expired-count
           perform write-stop-detail
           .

       trigger-expiry-notice.
           move "STOPEXP" to ntg-event-type
           move stp-account-number to ntg-account-number
           move ws-today to ntg-event-date
           move stp-amount-low to ntg-amount
           write notice-trigger-line
           set stp-notice-sent to true
           rewrite stop-payment-record
           move "NOTICED" to sdl-status
           add 1 to noticed-count
           perform write-stop-detail
           .

       write-stop-detail.
           move stp-account-number to sdl-account-number
           move stp-stop-sequence to sdl-stop-sequence
           move spaces to sdl-source
           move stp-check-serial to sdl-item-reference
           if stp-check-serial = spaces
               move stp-network-reference to sdl-item-reference
           end-if
           move stp-amount-low to sdl-amount
           move zero to sdl-fee-amount
           move spaces to sdl-reason-code
           move register-detail-line to register-line
           write register-line
           .

       terminate-run.
       *> Ran to completion -- empty the stopped-item queue and clear
       *> the checkpoint so tomorrow starts at the top of a fresh
       *> queue.
           move charged-count to ssl-charged
           move failed-count to ssl-failed
           move expired-count to ssl-expired
           move noticed-count to ssl-noticed
           move register-summary-line to register-line
           write register-line
           if item-file-present
               close stopped-item-file
               open output stopped-item-file
               close stopped-item-file
           end-if
           if stop-file-present
               close stop-payment-file
           end-if
           close account-master-file
           close stop-register-file
           close notice-trigger-file
           move zero to ws-items-read
           perform write-restart-checkpoint
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
               charged-count + expired-count + noticed-count
           move failed-count to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "STOPPAYMENTRUN" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program StopPaymentRun.
