       identification division.

       program-id. ChargeOff.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select balance-history-file assign to "BALHIST"
               organization line sequential
               file status is ws-history-status.
           select sort-work-file assign to "CHGSRTW".
           select negative-days-file assign to "CHGNEGW"
               organization line sequential
               file status is ws-negative-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select charge-off-register-file assign to "CHGREG"
               organization line sequential.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  balance-history-file.
           copy "BalanceHistoryRecord.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-account-number pic 9(8).
           05  srt-snapshot-date  pic 9(8).
           05  srt-balance        pic s9(9)v99 sign leading separate.

       fd  negative-days-file.
       01  negative-days-record.
           05  ndr-account-number pic 9(8).
           05  ndr-negative-days  pic 9(5).

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  charge-off-register-file.
       01  register-line pic x(100).

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10".
       01 ws-master-present-flag     pic x(1) value "N".
           88 master-file-present    value "Y".
       01 ws-history-status          pic xx.
           88 end-of-history         value "10".
           88 history-not-found      value "35".
       01 ws-negative-status         pic xx.
           88 end-of-negatives       value "10".
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).
       01 ws-month-start-date        pic 9(8).

       01 charge-off-days            pic 9(5) value 90.
       01 ws-charge-off-days-flag    pic x(1) value "N".
           88 charge-off-days-found  value "Y".

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-history  value "N".
       01 ws-group-first-flag        pic x(1) value "Y".
           88 first-history-record   value "Y".
           88 not-first-history      value "N".
       01 current-history-account    pic 9(8).
       01 trailing-negative-days     pic 9(5).
       01 ws-days-found-flag         pic x(1).
           88 negative-days-found    value "Y".
           88 negative-days-missing  value "N".
       01 ws-merge-days              pic 9(5).

       01 ws-writeoff-amount         pic 9(9)v99.
       01 ws-line-writeoff           pic 9(7)v99.
       01 ws-posting-amount          float-long.
       01 ws-recovery-amount         pic 9(9)v99.

       copy "ReportHeader.cpy".

       01 charged-off-count          pic 9(7) value 0.
       01 held-count                 pic 9(7) value 0.
       01 recovery-count             pic 9(7) value 0.
       01 charged-off-total          pic 9(11)v99 value 0.
       01 recovery-total             pic 9(11)v99 value 0.

       01 register-detail-line.
           05 cdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 cdl-account-type   pic x(1).
           05 filler             pic x(2) value spaces.
           05 cdl-owner-primary  pic x(10).
           05 filler             pic x(2) value spaces.
           05 cdl-action         pic x(22).
           05 filler             pic x(2) value spaces.
           05 cdl-amount         pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 cdl-line-amount    pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 cdl-days-negative  pic zzzz9.

       01 register-summary-line.
           05 filler             pic x(13) value "CHARGED OFF: ".
           05 csl-charged-off    pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 csl-charged-total  pic z(10)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(12) value "RECOVERIES: ".
           05 csl-recoveries     pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 csl-recovery-total pic z(10)9.99.

       01 register-held-line.
           05 filler             pic x(31) value
               "HELD -- LEFT FOR FRAUD REVIEW: ".
           05 chl-held           pic zzzzzz9.

       procedure division.
       *> Monthly charge-off run for the loss committee. Every account
       *> that has sat below zero for CHARGE-OFF-DAYS consecutive
       *> end-of-day snapshots (the same trailing-negative aging the
       *> overdrawn report prints) is written off: a CO journal credit
       *> brings the ledger back to zero -- preceded by an OP debit
       *> retiring any overdraft line still drawn, so the line is
       *> written off with it -- and the account goes to status W
       *> with the date and amount on the record. The GL books CO to
       *> the loan-loss account. A charged-off account takes no
       *> further withdrawals, service fees or line interest; money
       *> deposited to it afterwards journals as an RC recovery, and
       *> this run lists the month's recoveries off the journal after
       *> the charge-offs. An account under a fraud hold is listed
       *> but left alone until the hold is resolved. A rerun is
       *> harmless -- an account already charged off is never picked
       *> again.
           perform write-run-log-start
           perform initialize-run
           sort sort-work-file on ascending key srt-account-number
                                                srt-snapshot-date
               input procedure is release-history-records
               output procedure is reduce-to-negative-days
           open input negative-days-file
           perform read-next-negative-days
           perform review-accounts until end-of-master
           perform list-month-recoveries
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           move ws-today to ws-month-start-date
           move 01 to ws-month-start-date(7:2)
           perform load-business-parameters
           open output charge-off-register-file
           perform print-report-header
           open i-o account-master-file
           if ws-master-status = "35"
               *> account master does not exist yet -- nothing to
               *> charge off
               set end-of-master to true
           else
               set master-file-present to true
               move zero to account-number
               start account-master-file key is greater than
                   or equal to account-number
                   invalid key set end-of-master to true
               end-start
               if not end-of-master
                   perform read-next-account
               end-if
           end-if
           .

       print-report-header.
           move "CHARGE-OFF / RECOVERY REGISTER" to rh-report-title
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
               display "chargeoff: BUSPARMS missing -- using"
                   " compiled charge-off age"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not charge-off-days-found
               display "chargeoff: CHARGE-OFF-DAYS not in"
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
               when "CHARGE-OFF-DAYS"
                   move bp-parameter-value to charge-off-days
                   set charge-off-days-found to true
                   display "chargeoff: CHARGE-OFF-DAYS loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       release-history-records.
           open input balance-history-file
           if history-not-found
               continue
           else
               perform read-next-history-record
               perform release-one-history until end-of-history
               close balance-history-file
           end-if
           .

       read-next-history-record.
           read balance-history-file
               at end set end-of-history to true
           end-read
           .

       release-one-history.
           move bhl-account-number to srt-account-number
           move bhl-snapshot-date to srt-snapshot-date
           move bhl-balance to srt-balance
           release sort-record
           perform read-next-history-record
           .

       reduce-to-negative-days.
           open output negative-days-file
           perform return-next-sorted-record
           perform reduce-one-history until end-of-sorted-history
           if not first-history-record
               perform write-negative-days-record
           end-if
           close negative-days-file
           .

       return-next-sorted-record.
           return sort-work-file
               at end move "N" to ws-more-sorted-records
           end-return
           .

       reduce-one-history.
       *> Snapshots arrive in date order within an account; a positive
       *> day resets the run, so what remains when the account changes
       *> is the count of consecutive negative days ending at the
       *> account's latest snapshot.
           if first-history-record
               set not-first-history to true
               move srt-account-number to current-history-account
               move zero to trailing-negative-days
           else
               if srt-account-number not = current-history-account
                   perform write-negative-days-record
                   move srt-account-number to current-history-account
                   move zero to trailing-negative-days
               end-if
           end-if
           if srt-balance < zero
               add 1 to trailing-negative-days
           else
               move zero to trailing-negative-days
           end-if
           perform return-next-sorted-record
           .

       write-negative-days-record.
           move current-history-account to ndr-account-number
           move trailing-negative-days to ndr-negative-days
           write negative-days-record
           .

       read-next-negative-days.
           read negative-days-file
               at end set end-of-negatives to true
           end-read
           .

       read-next-account.
           read account-master-file next record
               at end set end-of-master to true
           end-read
           .

       review-accounts.
           *> a loan's negative balance is principal owed, not an
           *> overdraft -- its delinquency is worked by the loan run
           if balance < zero
               and not account-closed
               and not account-charged-off
               and not account-type-loan
               perform find-negative-days
               if negative-days-found
                   and ws-merge-days >= charge-off-days
                   if account-held
                       *> under fraud review -- the register says so
                       *> and the account waits for the hold to clear
                       move "HELD -- NOT CHARGED OFF" to cdl-action
                       compute ws-writeoff-amount = 0 - balance
                       move zero to ws-line-writeoff
                       perform write-account-line
                       add 1 to held-count
                   else
                       perform charge-off-account
                   end-if
               end-if
           end-if
           perform read-next-account
           .

       find-negative-days.
       *> Both streams are ascending by account number -- step the
       *> negative-days file forward until it reaches or passes the
       *> master record in hand.
           set negative-days-missing to true
           perform advance-negative-days
               until end-of-negatives
                  or ndr-account-number >= account-number
           if not end-of-negatives
               and ndr-account-number = account-number
               set negative-days-found to true
               move ndr-negative-days to ws-merge-days
           end-if
           .

       advance-negative-days.
           if ndr-account-number < account-number
               perform read-next-negative-days
           end-if
           .

       charge-off-account.
       *> Any overdraft line still drawn is retired first with an OP
       *> debit, then one CO credit for the whole loss brings the
       *> ledger to zero -- the pair sums to the balance movement,
       *> and the line is closed so nothing can draw on it again.
           move od-drawn-balance to ws-line-writeoff
           if ws-line-writeoff > zero
               compute ws-posting-amount = 0 - ws-line-writeoff
               invoke type BankAccount::LogPosting(
                   account-number, "OP", ws-posting-amount)
           end-if
           compute ws-writeoff-amount = ws-line-writeoff - balance
           move ws-writeoff-amount to ws-posting-amount
           invoke type BankAccount::LogPosting(
               account-number, "CO", ws-posting-amount)
           move zero to balance
           move zero to od-drawn-balance
           move zero to od-credit-limit
           move "W" to account-status
           move ws-today to chg-charged-off-date
           move ws-writeoff-amount to chg-charged-off-amount
           rewrite account-record
           add 1 to charged-off-count
           add ws-writeoff-amount to charged-off-total
           move "CHARGED OFF" to cdl-action
           perform write-account-line
           .

       write-account-line.
           move account-number to cdl-account-number
           move account-type to cdl-account-type
           move owner-primary-id to cdl-owner-primary
           move ws-writeoff-amount to cdl-amount
           move ws-line-writeoff to cdl-line-amount
           move ws-merge-days to cdl-days-negative
           move register-detail-line to register-line
           write register-line
           .

       list-month-recoveries.
       *> The month's RC lines straight off the journal -- every
       *> dollar collected on a charged-off account since the first
       *> of the month, with its owner from the master.
           open input posting-journal-file
           if journal-not-found
               continue
           else
               perform read-next-journal-record
               perform list-one-recovery until end-of-journal
               close posting-journal-file
           end-if
           .

       read-next-journal-record.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       list-one-recovery.
           if pjl-type-recovery
               and pjl-timestamp(1:8) >= ws-month-start-date
               and pjl-timestamp(1:8) <= ws-today
               compute ws-recovery-amount = 0 - pjl-signed-amount
               move pjl-account-number to account-number
               move spaces to owner-primary-id
               move space to account-type
               if master-file-present
                   read account-master-file
                       invalid key
                           move pjl-account-number to account-number
                           move spaces to owner-primary-id
                           move space to account-type
                   end-read
               end-if
               move account-number to cdl-account-number
               move account-type to cdl-account-type
               move owner-primary-id to cdl-owner-primary
               move "RECOVERY" to cdl-action
               move ws-recovery-amount to cdl-amount
               move zero to cdl-line-amount
               move zero to cdl-days-negative
               move register-detail-line to register-line
               write register-line
               add 1 to recovery-count
               add ws-recovery-amount to recovery-total
           end-if
           perform read-next-journal-record
           .

       terminate-run.
           move charged-off-count to csl-charged-off
           move charged-off-total to csl-charged-total
           move recovery-count to csl-recoveries
           move recovery-total to csl-recovery-total
           move register-summary-line to register-line
           write register-line
           if held-count > zero
               move held-count to chl-held
               move register-held-line to register-line
               write register-line
           end-if
           close negative-days-file
           if master-file-present
               close account-master-file
           end-if
           close charge-off-register-file
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
           move charged-off-count to rll-processed-count
           move held-count to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "CHARGEOFF" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program ChargeOff.
