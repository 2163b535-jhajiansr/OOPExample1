       identification division.

       program-id. CheckClearing.

       environment division.
       input-output section.
       file-control.
           select cleared-check-file assign to "CHKCLEAR"
               organization line sequential
               file status is ws-cleared-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select returned-check-file assign to "CHKRTNS"
               organization line sequential.
           select clearing-register-file assign to "CHKCLREG"
               organization line sequential.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select override-file assign to "ACCTOVRD"
               organization line sequential
               file status is ws-override-status.
           select run-control-file assign to "CHKCTL"
               organization line sequential
               file status is ws-run-control-status.
           select force-run-file assign to "CKFORCE"
               organization line sequential
               file status is ws-force-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  cleared-check-file.
       01  raw-cleared-record pic x(54).

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  returned-check-file.
       01  returned-check-record pic x(54).

       fd  clearing-register-file.
       01  register-line pic x(80).

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  override-file.
           copy "OverrideRecord.cpy".

       fd  run-control-file.
       01  run-control-record.
           05 rc-last-clearing-date  pic 9(8).

       fd  force-run-file.
       01  force-run-record pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       copy "ClearedCheckRecord.cpy".
       01 ws-cleared-status          pic xx.
           88 cleared-file-not-found value "35".
       01 ws-eof-flag                pic x value "N".
           88 end-of-cleared-items   value "Y".
       01 ws-master-status           pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-parameter-amount        float-long.
       01 parameter-found-flags.
           05 nsf-fee-found          pic x value "N".
           05 savings-min-found      pic x value "N".
       01 ws-override-status         pic xx.
           88 end-of-overrides       value "10".
           88 overrides-not-found    value "35".
       01 ws-run-control-status      pic xx.
       01 ws-force-status            pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "CHECKCLEARING".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-control-flag            pic x(1) value "Y".
           88 run-controls-ok        value "Y".
           88 run-controls-bad       value "N".
       01 ws-control-reason          pic x(30).
       01 ws-record-number           pic 9(7).
       01 ws-header-seen-flag        pic x(1) value "N".
           88 header-seen            value "Y".
       01 ws-trailer-seen-flag       pic x(1) value "N".
           88 trailer-seen           value "Y".
       01 ws-clearing-date           pic 9(8) value zero.
       01 ws-clearing-house-id       pic x(4).
       01 ws-detail-count            pic 9(7).
       01 ws-input-amount-total      pic 9(11)v99.
       01 ws-trailer-count-in        pic 9(7).
       01 ws-trailer-total-in        pic 9(11)v99.
       01 ws-last-clearing-date      pic 9(8) value zero.
       01 ws-output-files-flag       pic x(1) value "N".
           88 output-files-open      value "Y".

       01 override-table.
       *> The account-level exceptions, loaded before the pass -- a
       *> negotiated NSF waiver applies to a returned check exactly
       *> as it does to a declined withdrawal, and a linked savings
       *> account keeps its own floor when an overdraft sweep leans
       *> on it.
           05 override-entry occurs 500 times
                                   indexed by ovt-idx.
               10 ovt-account-number pic 9(8).
               10 ovt-parameter-key  pic x(20).
               10 ovt-parameter-value pic 9(9)v99.
       01 override-entry-count       pic 9(3) value 0.
       01 ws-override-amount         float-long.
       01 ws-ovt-warned-flag         pic x(1) value "N".
           88 ovt-overflow-warned    value "Y".

       01 savings-acct               type SavingsAccount.
       01 checking-acct              type CheckingAccount.
       01 ws-posting-amount          float-long.
       01 ws-check-posting-amount    float-long.
       01 ws-check-serial            pic 9(9).
       01 ws-check-account           pic 9(8).
       01 ws-origin-branch           pic 9(4) value zero.
       01 ws-return-code             pic x(02).
       01 ws-checking-record-save    pic x(300).
       *> Snapshot of the checking account's record across the
       *> secondary master read for its linked savings account --
       *> both reads share the one FD buffer, the same discipline the
       *> posting run uses. A plain byte buffer sized past the
       *> record, so the master layout can grow without this area
       *> falling out of sync.

       01 ws-stop-amount             pic 9(7)v99.
       01 ws-stop-reference          pic x(12).
       01 ws-stop-source             pic x(4) value "CHK".
       01 ws-stop-item-ref           pic x(12).
       01 ws-stop-result             pic x(1).
           88 item-stopped           value "Y".

       01 ws-item-flag               pic x(1).
           88 item-payable           value "Y".
           88 item-unpayable         value "N".

       01 paid-count                 pic 9(7) value 0.
       01 paid-amount-total          pic 9(11)v99 value 0.
       01 returned-count             pic 9(7) value 0.
       01 returned-amount-total      pic 9(11)v99 value 0.

       copy "ReportHeader.cpy".
       01 ws-today                   pic 9(8).

       01 register-detail-line.
           05 cdl-serial-number  pic x(9).
           05 filler             pic x(2) value spaces.
           05 cdl-account-number pic x(8).
           05 filler             pic x(2) value spaces.
           05 cdl-amount         pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 cdl-presentment    pic 9(8).
           05 filler             pic x(2) value spaces.
           05 cdl-status         pic x(8).
           05 filler             pic x(2) value spaces.
           05 cdl-reason-code    pic x(2).
           05 filler             pic x(1) value space.
           05 cdl-reason-text    pic x(14).

       01 control-refusal-line.
           05 filler             pic x(30) value
               "RUN REFUSED -- CONTROL CHECK: ".
           05 crl-reason         pic x(30).

       01 register-summary-line.
           05 rsl-label          pic x(10).
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value "ITEMS: ".
           05 rsl-count          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "AMOUNT: ".
           05 rsl-amount         pic z(10)9.99.

       procedure division.
       *> Inbound check clearing: the clearing house's CHKCLEAR file
       *> of paper checks drawn on our checking accounts is verified
       *> against its own header/trailer control totals and its
       *> clearing date against the run-control record, then each
       *> item is paid through CheckingAccount::Withdraw -- the same
       *> entry point every other debit uses, so the overdraft sweep
       *> from linked savings and the od-credit-limit line both still
       *> stand behind a check. A paid check journals as a CK debit
       *> carrying the check serial in the journal reference. An item
       *> that cannot be paid (insufficient funds, closed or held
       *> account, no such checking account, garbled item, or a
       *> stop-payment order on file against it) goes back
       *> to the clearing house the same day on CHKRTNS under its own
       *> control framing, with the reason the item was refused. The
       *> paid/returned register lists every item either way.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               if not end-of-cleared-items
                   if run-controls-ok
                       perform open-output-files
                       perform write-returns-header
                       perform read-next-cleared-record
                       perform clear-one-record
                           until end-of-cleared-items
                       perform write-returns-trailer
                   else
                       perform refuse-run
                   end-if
               end-if
               perform terminate-run
           else
               display "checkclearing: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           perform load-account-overrides
           open input cleared-check-file
           if cleared-file-not-found
               *> no clearing file arrived tonight -- nothing to pay
               set end-of-cleared-items to true
           else
               perform verify-control-totals
           end-if
           open i-o account-master-file
           if ws-master-status = "35"
               *> first run -- account master does not exist yet
               open output account-master-file
               close account-master-file
               open i-o account-master-file
           end-if
           open output clearing-register-file
           perform print-report-header
           .

       print-report-header.
           move "CLEARED CHECKS REGISTER" to rh-report-title
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
               display "checkclearing: BUSPARMS missing -- using"
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
           move bp-parameter-value to ws-parameter-amount
           evaluate bp-parameter-key
               when "NSF-FEE"
                   invoke type BankAccount::SetNsfFee(
                       ws-parameter-amount)
                   move "Y" to nsf-fee-found
                   display "checkclearing: NSF-FEE loaded "
                       bp-parameter-value
               when "SAVINGS-MIN-BALANCE"
                   invoke type SavingsAccount::SetMinimumBalance(
                       ws-parameter-amount)
                   move "Y" to savings-min-found
                   display "checkclearing: SAVINGS-MIN-BALANCE"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if nsf-fee-found = "N"
               display "checkclearing: NSF-FEE not in BUSPARMS --"
                   " using compiled default"
           end-if
           if savings-min-found = "N"
               display "checkclearing: SAVINGS-MIN-BALANCE not in"
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
                   display "checkclearing: override table full --"
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

       verify-control-totals.
       *> Pre-pass over the whole clearing file before a single check
       *> is paid -- it has to open with the clearing house's header,
       *> close with its trailer, and the trailer's item count and
       *> amount total have to match the file. A clearing date this
       *> job has already paid is refused unless operations has
       *> staged CKFORCE: paying the same presentment twice debits
       *> every customer twice.
           move 0 to ws-record-number
           move 0 to ws-detail-count
           move 0 to ws-input-amount-total
           perform read-next-cleared-record
           if end-of-cleared-items
               *> empty file -- treat like a missing one
               close cleared-check-file
           else
               perform tally-control-record
                   until end-of-cleared-items
               close cleared-check-file
               evaluate true
                   when not header-seen
                       set run-controls-bad to true
                       move "NO CLEARING HEADER" to ws-control-reason
                   when not trailer-seen
                       set run-controls-bad to true
                       move "NO CLEARING TRAILER" to ws-control-reason
                   when ws-detail-count not = ws-trailer-count-in
                       set run-controls-bad to true
                       move "ITEM COUNT MISMATCH" to ws-control-reason
                   when ws-input-amount-total
                           not = ws-trailer-total-in
                       set run-controls-bad to true
                       move "AMOUNT TOTAL MISMATCH"
                           to ws-control-reason
                   when other
                       perform check-run-control
               end-evaluate
               move "N" to ws-eof-flag
               if run-controls-ok
                   open input cleared-check-file
               end-if
           end-if
           .

       read-next-cleared-record.
           read cleared-check-file
               at end set end-of-cleared-items to true
               not at end
                   move raw-cleared-record to cleared-check-record
           end-read
           .

       tally-control-record.
           add 1 to ws-record-number
           evaluate true
               when cci-header-record
                   if ws-record-number = 1
                       set header-seen to true
                       move cci-clearing-date to ws-clearing-date
                       move cci-clearing-house-id
                           to ws-clearing-house-id
                   end-if
               when cci-trailer-record
                   set trailer-seen to true
                   move cci-item-count to ws-trailer-count-in
                   move cci-amount-total to ws-trailer-total-in
               when cci-detail-record
                   add 1 to ws-detail-count
                   if cci-amount numeric
                       add cci-amount to ws-input-amount-total
                   end-if
               when other
                   continue
           end-evaluate
           perform read-next-cleared-record
           .

       check-run-control.
           open input run-control-file
           if ws-run-control-status = "00"
               read run-control-file
                   at end move zero to ws-last-clearing-date
                   not at end
                       move rc-last-clearing-date
                           to ws-last-clearing-date
               end-read
               close run-control-file
           end-if
           if ws-last-clearing-date = ws-clearing-date
               open input force-run-file
               if ws-force-status = "00"
                   close force-run-file
                   display "checkclearing: clearing date "
                       ws-clearing-date " already paid -- CKFORCE"
                       " override accepted"
               else
                   set run-controls-bad to true
                   move "DATE ALREADY CLEARED" to ws-control-reason
               end-if
           end-if
           .

       refuse-run.
           move ws-control-reason to crl-reason
           move control-refusal-line to register-line
           write register-line
           display "checkclearing: run refused -- "
               ws-control-reason
           move 16 to ws-log-return-code
           move 16 to return-code
           .

       open-output-files.
           open output returned-check-file
           set output-files-open to true
           .

       write-returns-header.
           move spaces to cleared-check-record
           set cci-header-record to true
           move ws-clearing-date to cci-clearing-date
           move ws-clearing-house-id to cci-clearing-house-id
           move cleared-check-record to returned-check-record
           write returned-check-record
           .

       clear-one-record.
           if cci-detail-record
               perform clear-one-item
           end-if
           perform read-next-cleared-record
           .

       clear-one-item.
       *> One presented check: garbled items and checks drawn on
       *> anything but an on-file checking account are returned
       *> without touching the master; everything else is offered
       *> to the account's own Withdraw.
           set item-payable to true
           move spaces to cci-return-reason
           perform validate-cleared-item
           if item-payable
               move cci-account-number to ws-check-account
               move ws-check-account to account-number
               read account-master-file
                   invalid key
                       set item-unpayable to true
                       set cci-return-not-found to true
                   not invalid key
                       if not account-type-checking
                           set item-unpayable to true
                           set cci-return-not-checking to true
                       end-if
               end-read
           end-if
           if item-payable
               perform check-stop-payment
           end-if
           if item-payable
               perform pay-one-check
           else
               perform return-check-to-clearing
           end-if
           .

       check-stop-payment.
       *> A check the customer has stopped goes back unpaid before
       *> the account is even offered it -- by serial when the stop
       *> names one, by amount range when it does not.
           move cci-amount to ws-stop-amount
           move spaces to ws-stop-reference
           move cci-serial-number to ws-stop-item-ref
           call "StopPaymentCheck" using ws-check-account
               ws-stop-amount cci-serial-number ws-stop-reference
               ws-stop-source ws-stop-item-ref ws-stop-result
           if item-stopped
               set item-unpayable to true
               set cci-return-stopped to true
           end-if
           .

       validate-cleared-item.
           evaluate true
               when cci-serial-number not numeric
                   set item-unpayable to true
                   set cci-return-bad-item to true
               when cci-account-number not numeric
                   set item-unpayable to true
                   set cci-return-bad-item to true
               when cci-amount not numeric
                   set item-unpayable to true
                   set cci-return-bad-item to true
               when cci-amount = zero or cci-amount > 9999999.99
                   set item-unpayable to true
                   set cci-return-bad-item to true
               when other
                   continue
           end-evaluate
           .

       pay-one-check.
       *> The check is a withdrawal like any other as far as the
       *> account is concerned -- the Withdraw override sweeps a
       *> shortfall from linked savings and then draws on the line
       *> before it declines -- but it journals as CK so the
       *> statement shows a check, with its serial in the journal
       *> reference. A decline for insufficient funds carries the
       *> ordinary NSF fee, assessed the same way PerformWithdrawal
       *> assesses it, and the fee's balance change is posted back
       *> even though the check itself goes back unpaid.
           perform build-checking-object
           move cci-amount to ws-posting-amount
           move cci-serial-number to ws-check-serial
           invoke type BankAccount::SetPostingOrigin(
               ws-origin-branch, "CLRHSE", "CHK", ws-check-serial)
           if checking-acct::Withdraw(ws-posting-amount)
               invoke type BankAccount::LogWithdrawAttempt(
                   ws-check-account, ws-posting-amount, "ACCEPTED")
               compute ws-check-posting-amount =
                   0 - ws-posting-amount
               invoke type BankAccount::LogPosting(
                   ws-check-account, "CK", ws-check-posting-amount)
               perform post-checking-to-master
               perform write-paid-line
           else
               invoke type BankAccount::LogWithdrawAttempt(
                   ws-check-account, ws-posting-amount, "REJECTED")
               move checking-acct::ReasonCode to ws-return-code
               if ws-return-code = "01"
                   invoke type BankAccount::AssessNsfFee(
                       checking-acct)
                   perform post-checking-to-master
               end-if
               if ws-return-code = "07"
                   *> the account's reason 07 is the estate freeze;
                   *> the clearing house's 07 means an unreadable item
                   set cci-return-estate-frozen to true
               else
                   move ws-return-code to cci-return-reason
               end-if
               perform return-check-to-clearing
           end-if
           .

       build-checking-object.
           set checking-acct to new CheckingAccount
           set checking-acct::AccountNumber to account-number
           set checking-acct::balance to balance
           set checking-acct::AccountStatus to account-status
           set checking-acct::HeldAmount to avl-held-amount
           set checking-acct::FencedAmount to lgl-fenced-amount
           set checking-acct::CreditLimit to od-credit-limit
           set checking-acct::DrawnBalance to od-drawn-balance
           perform apply-checking-overrides
           if linked-account-number not = zero
               perform wire-linked-savings-for-checking
           end-if
           .

       apply-checking-overrides.
           perform apply-one-checking-override
               varying ovt-idx from 1 by 1
               until ovt-idx > override-entry-count
           .

       apply-one-checking-override.
           if ovt-account-number(ovt-idx) = account-number
               and ovt-parameter-key(ovt-idx) = "NSF-FEE"
               move ovt-parameter-value(ovt-idx)
                   to ws-override-amount
               invoke checking-acct::SetAccountNsfFee(
                   ws-override-amount)
           end-if
           .

       wire-linked-savings-for-checking.
       *> Re-hydrates the linked SavingsAccount so the overdraft
       *> sweep inside Withdraw has a live object to pull from; its
       *> master record is posted back beside the checking account's.
           move account-record to ws-checking-record-save
           move linked-account-number to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   set savings-acct to new SavingsAccount
                   set savings-acct::AccountNumber to account-number
                   set savings-acct::balance to balance
                   set savings-acct::AccountStatus to account-status
                   set savings-acct::HeldAmount to avl-held-amount
                   set savings-acct::FencedAmount to lgl-fenced-amount
                   perform apply-linked-savings-overrides
                   set checking-acct::LinkedSavings to savings-acct
           end-read
           move ws-checking-record-save to account-record
           .

       apply-linked-savings-overrides.
           perform apply-one-linked-override
               varying ovt-idx from 1 by 1
               until ovt-idx > override-entry-count
           .

       apply-one-linked-override.
           if ovt-account-number(ovt-idx) = account-number
               and ovt-parameter-key(ovt-idx)
                   = "SAVINGS-MIN-BALANCE"
               move ovt-parameter-value(ovt-idx)
                   to ws-override-amount
               invoke savings-acct::SetAccountMinimumBalance(
                   ws-override-amount)
           end-if
           .

       post-checking-to-master.
       *> Balance, drawn line and status go back with the record
       *> re-read immediately before the REWRITE, then the linked
       *> savings account any sweep touched.
           move ws-check-account to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   compute balance rounded = checking-acct::balance
                   move checking-acct::AccountStatus to account-status
                   compute od-drawn-balance rounded =
                       checking-acct::DrawnBalance
                   rewrite account-record
           end-read
           perform sync-linked-savings-to-master
           .

       sync-linked-savings-to-master.
           if checking-acct::LinkedSavings not = null
               set savings-acct to checking-acct::LinkedSavings
               move savings-acct::AccountNumber to account-number
               read account-master-file
                   invalid key
                       continue
                   not invalid key
                       compute balance rounded = savings-acct::balance
                       move savings-acct::AccountStatus
                           to account-status
                       rewrite account-record
               end-read
           end-if
           .

       return-check-to-clearing.
           move cleared-check-record to returned-check-record
           write returned-check-record
           add 1 to returned-count
           if cci-amount numeric
               add cci-amount to returned-amount-total
           end-if
           move "RETURNED" to cdl-status
           perform write-register-detail
           .

       write-paid-line.
           add 1 to paid-count
           add cci-amount to paid-amount-total
           move "PAID" to cdl-status
           perform write-register-detail
           .

       write-register-detail.
           move cci-serial-number to cdl-serial-number
           move cci-account-number to cdl-account-number
           if cci-amount numeric
               move cci-amount to cdl-amount
           else
               move zero to cdl-amount
           end-if
           if cci-presentment-date numeric
               move cci-presentment-date to cdl-presentment
           else
               move zero to cdl-presentment
           end-if
           move cci-return-reason to cdl-reason-code
           evaluate true
               when cci-return-nsf
                   move "NSF" to cdl-reason-text
               when cci-return-not-found
                   move "NO ACCOUNT" to cdl-reason-text
               when cci-return-closed
                   move "ACCOUNT CLOSED" to cdl-reason-text
               when cci-return-not-checking
                   move "NOT CHECKING" to cdl-reason-text
               when cci-return-held
                   move "ACCOUNT HELD" to cdl-reason-text
               when cci-return-bad-item
                   move "UNREADABLE" to cdl-reason-text
               when cci-return-stopped
                   move "STOP PAYMENT" to cdl-reason-text
               when cci-return-estate-frozen
                   move "ESTATE FROZEN" to cdl-reason-text
               when other
                   move spaces to cdl-reason-text
           end-evaluate
           move register-detail-line to register-line
           write register-line
           .

       write-returns-trailer.
       *> Control totals over what actually went back, so the
       *> clearing house can prove CHKRTNS arrived whole.
           move spaces to cleared-check-record
           set cci-trailer-record to true
           move returned-count to cci-item-count
           move returned-amount-total to cci-amount-total
           move cleared-check-record to returned-check-record
           write returned-check-record
           .

       terminate-run.
       *> A completed run stamps its clearing date on the run-control
       *> record; a refused or empty run leaves the record alone.
           if header-seen and run-controls-ok
               open output run-control-file
               move ws-clearing-date to rc-last-clearing-date
               write run-control-record
               close run-control-file
           end-if
           move "PAID" to rsl-label
           move paid-count to rsl-count
           move paid-amount-total to rsl-amount
           move register-summary-line to register-line
           write register-line
           move "RETURNED" to rsl-label
           move returned-count to rsl-count
           move returned-amount-total to rsl-amount
           move register-summary-line to register-line
           write register-line
           if output-files-open
               close returned-check-file
           end-if
           close account-master-file
           close clearing-register-file
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move paid-count to rll-processed-count
           move returned-count to rll-rejected-count
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
           move "CHECKCLEARING" to rll-program-id
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
       *> out-of-order start is refused before any file is touched,
       *> turning the run-order table the operations report keeps
       *> into an enforced schedule.
           call "WindowSequencer" using ws-sequencer-step
               ws-sequencer-rc
           .

       end program CheckClearing.
