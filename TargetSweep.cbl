       identification division.

       program-id. TargetSweep.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select sweep-register-file assign to "TSWREG"
               organization line sequential.
           select run-control-file assign to "TSWRCTL"
               organization line sequential
               file status is ws-run-control-status.
           select force-run-file assign to "TSWFORCE"
               organization line sequential
               file status is ws-force-status.
           select checkpoint-file assign to "TSWCHKPT"
               organization line sequential
               file status is ws-checkpoint-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  sweep-register-file.
       01  register-line pic x(80).

       fd  run-control-file.
       01  run-control-record.
           05 rc-last-run-date       pic 9(8).

       fd  force-run-file.
       01  force-run-record pic x(80).

       fd  checkpoint-file.
       01  checkpoint-record.
       *> the last checking account fully disposed of -- cut after
       *> every sweep that actually moved money and on the interval
       *> through the rest; a restart resumes past it, and the
       *> per-record last-sweep date backstops anything in between
           05 chk-last-account       pic 9(8).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10".
       01 ws-run-control-status      pic xx.
       01 ws-force-status            pic xx.
       01 ws-checkpoint-status       pic xx.
       01 ws-last-run-date           pic 9(8) value zero.
       01 ws-rerun-flag              pic x(1) value "N".
           88 rerun-refused          value "Y".
       01 ws-restart-account         pic 9(8) value zero.
       01 checkpoint-interval        pic 9(5) comp value 500.
       01 since-checkpoint-count     pic 9(5) comp value 0.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "TARGETSWEEP".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-today                   pic 9(8).

       01 ws-checking-record-save    pic x(300).
       01 ws-checking-number         pic 9(8).
       01 ws-savings-number          pic 9(8).
       01 ws-available-amount        pic s9(9)v99.
       01 ws-sweep-amount            pic s9(9)v99.
       01 ws-sweep-posting-amount    pic s9(7)v99.
       01 ws-target-check-flag       pic x(1).
           88 savings-target-valid   value "Y".
           88 savings-target-invalid value "N".
       01 ws-refusal-reason          pic x(24).

       01 swept-count                pic 9(7) value 0.
       01 refused-count              pic 9(7) value 0.
       01 skipped-count              pic 9(7) value 0.
       01 swept-total                pic s9(11)v99 value 0.

       copy "ReportHeader.cpy".

       01 register-detail-line.
           05 sdl-checking-number pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 sdl-savings-number  pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 sdl-target-balance  pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 sdl-available       pic z(8)9.99-.
           05 filler              pic x(2) value spaces.
           05 sdl-swept-amount    pic z(8)9.99.
           05 filler              pic x(2) value spaces.
           05 sdl-action          pic x(24).

       01 register-summary-line.
           05 filler             pic x(7) value "SWEPT: ".
           05 ssl-swept          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "REFUSED: ".
           05 ssl-refused        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value "TOTAL: ".
           05 ssl-total          pic z(10)9.99-.

       procedure division.
       *> Nightly target-balance sweep, the reverse of the overdraft
       *> sweep: every checking account carrying a target balance
       *> has whatever it holds above that target -- counting only
       *> available funds, the ledger balance less the deposit float
       *> still on hold and anything fenced by legal order -- moved
       *> to its linked savings account so it earns interest. Each
       *> move journals as an SO debit on checking and an SI credit
       *> on savings and prints on the TSWREG sweep register. It runs
       *> after the night's postings, the hold release and CD
       *> maturity, so deposit float whose hold expired tonight is
       *> already counted as available and a hold still standing is
       *> never swept -- and ahead of the GL extract and the master
       *> sweep, so its moves land in tonight's GL feed and EODEXTR.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform process-accounts until end-of-master
               perform terminate-run
           else
               display "targetsweep: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform check-run-control
           if rerun-refused
               set end-of-master to true
           else
               perform read-restart-checkpoint
               open i-o account-master-file
               if ws-master-status = "35"
                   *> first run -- account master does not exist yet
                   open output account-master-file
                   close account-master-file
                   open i-o account-master-file
               end-if
               open output sweep-register-file
               perform print-report-header
               if ws-restart-account > zero
                   *> resume past the last checkpointed account
                   move ws-restart-account to account-number
                   start account-master-file key is greater than
                       account-number
                       invalid key set end-of-master to true
                   end-start
               else
                   move zero to account-number
                   start account-master-file key is greater than or
                       equal to account-number
                       invalid key set end-of-master to true
                   end-start
               end-if
               if not end-of-master
                   perform read-next-account
               end-if
           end-if
           .

       check-run-control.
       *> One swept business date, one sweep run. The control record
       *> remembers the last date this job completed; a match
       *> refuses the run -- unless operations has staged the
       *> TSWFORCE file to say the rerun is deliberate, and even
       *> then the per-record last-sweep date keeps an account from
       *> being swept twice in one night. A restart after an abend
       *> is unaffected: the control record is only written when a
       *> run completes.
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
                   display "targetsweep: date " ws-today
                       " already swept -- TSWFORCE override"
                       " accepted"
               else
                   set rerun-refused to true
                   display "targetsweep: date " ws-today
                       " already swept -- run refused"
                   move 16 to ws-log-return-code
                   move 16 to return-code
               end-if
           end-if
           .

       read-restart-checkpoint.
           open input checkpoint-file
           if ws-checkpoint-status = "00"
               read checkpoint-file
                   at end move zero to ws-restart-account
                   not at end
                       move chk-last-account to ws-restart-account
               end-read
               close checkpoint-file
           end-if
           .

       write-restart-checkpoint.
           open output checkpoint-file
           move ws-checking-number to chk-last-account
           write checkpoint-record
           close checkpoint-file
           move zero to since-checkpoint-count
           .

       checkpoint-if-due.
           add 1 to since-checkpoint-count
           if since-checkpoint-count >= checkpoint-interval
               perform write-restart-checkpoint
           end-if
           .

       print-report-header.
           move "NIGHTLY TARGET SWEEP REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           .

       read-next-account.
           read account-master-file next record
               at end set end-of-master to true
           end-read
           .

       process-accounts.
           move account-number to ws-checking-number
           if account-type-checking
               and tsw-target-balance > zero
               perform sweep-checking-account
               perform checkpoint-if-due
           end-if
           perform read-next-account
           .

       sweep-checking-account.
       *> Only an active checking account with nothing drawn on its
       *> overdraft line sweeps -- money above target on an account
       *> that owes the line belongs to the line. An account already
       *> swept tonight is passed over, which is what makes a forced
       *> rerun harmless.
           move linked-account-number to ws-savings-number
           compute ws-available-amount =
               balance - avl-held-amount - lgl-fenced-amount
           move zero to ws-sweep-amount
           evaluate true
               when tsw-last-sweep-date >= ws-today
                   add 1 to skipped-count
               when not account-active
                   add 1 to skipped-count
               when od-drawn-balance > zero
                   add 1 to skipped-count
               when ws-available-amount <= tsw-target-balance
                   add 1 to skipped-count
               when ws-savings-number = zero
                   move "NO LINKED SAVINGS" to ws-refusal-reason
                   perform write-refused-line
               when other
                   compute ws-sweep-amount =
                       ws-available-amount - tsw-target-balance
                   perform move-excess-to-savings
           end-evaluate
           .

       move-excess-to-savings.
       *> The linked savings account has to exist, be type S and be
       *> active to take the credit -- the same bar account
       *> maintenance holds a new link to, checked again here in
       *> case the target rotted since. The checking record image is
       *> parked across the lookup because both reads share the one
       *> FD buffer.
           move account-record to ws-checking-record-save
           perform credit-savings-target
           move ws-checking-record-save to account-record
           if savings-target-valid
               perform debit-checking-account
               compute ws-sweep-posting-amount = 0 - ws-sweep-amount
               invoke type BankAccount::LogPosting(
                   ws-checking-number, "SO", ws-sweep-posting-amount)
               move ws-sweep-amount to ws-sweep-posting-amount
               invoke type BankAccount::LogPosting(
                   ws-savings-number, "SI", ws-sweep-posting-amount)
               add 1 to swept-count
               add ws-sweep-amount to swept-total
               move "SWEPT" to sdl-action
               perform write-register-detail
               *> money moved -- checkpoint now, not on the interval
               perform write-restart-checkpoint
           else
               move zero to ws-sweep-amount
               perform write-refused-line
           end-if
           perform reposition-walk-after-checking
           .

       credit-savings-target.
           set savings-target-invalid to true
           move ws-savings-number to account-number
           read account-master-file
               invalid key
                   move "SAVINGS NOT ON MASTER" to ws-refusal-reason
               not invalid key
                   if not account-type-savings
                       move "LINK IS NOT SAVINGS"
                           to ws-refusal-reason
                   else
                       if not account-active
                           move "SAVINGS NOT ACTIVE"
                               to ws-refusal-reason
                       else
                           add ws-sweep-amount to balance
                           rewrite account-record
                           set savings-target-valid to true
                       end-if
                   end-if
           end-read
           .

       debit-checking-account.
       *> The checking record is re-read immediately before the
       *> REWRITE, the discipline every two-record posting here
       *> follows after a lookup has moved the buffer.
           move ws-checking-number to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   subtract ws-sweep-amount from balance
                   move ws-today to tsw-last-sweep-date
                   rewrite account-record
           end-read
           .

       reposition-walk-after-checking.
       *> The savings lookup moved the file position off the checking
       *> account under review -- re-aim the sequential walk past it.
           move ws-checking-number to account-number
           start account-master-file key is greater than
               account-number
               invalid key set end-of-master to true
           end-start
           .

       write-refused-line.
           add 1 to refused-count
           move ws-refusal-reason to sdl-action
           perform write-register-detail
           .

       write-register-detail.
           move ws-checking-number to sdl-checking-number
           move ws-savings-number to sdl-savings-number
           move tsw-target-balance to sdl-target-balance
           move ws-available-amount to sdl-available
           move ws-sweep-amount to sdl-swept-amount
           move register-detail-line to register-line
           write register-line
           .

       terminate-run.
       *> Ran to completion -- clear the checkpoint so the next
       *> night starts from the top, and stamp the control record
       *> with the date just swept. A refused run touched nothing
       *> and leaves both files exactly as it found them.
           if rerun-refused
               continue
           else
               move swept-count to ssl-swept
               move refused-count to ssl-refused
               move swept-total to ssl-total
               move register-summary-line to register-line
               write register-line
               close account-master-file
               close sweep-register-file
               open output checkpoint-file
               move zero to chk-last-account
               write checkpoint-record
               close checkpoint-file
               open output run-control-file
               move ws-today to rc-last-run-date
               write run-control-record
               close run-control-file
               if refused-count > zero
                   move 4 to ws-log-return-code
               end-if
           end-if
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move swept-count to rll-processed-count
           move refused-count to rll-rejected-count
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
           move "TARGETSWEEP" to rll-program-id
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

       end program TargetSweep.
