       identification division.

       program-id. DisputeClaim.

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
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select operator-master-file assign to "OPERMSTR"
               organization indexed
               access dynamic
               record key is opr-operator-id
               file status is ws-operator-master-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
           select maintenance-log-file assign to "MAINTLOG"
               organization line sequential.
           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.

       data division.
       file section.
       fd  dispute-claim-file.
           copy "DisputeClaimRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  calendar-file.
           copy "CalendarRecord.cpy".

       fd  maintenance-log-file.
       01  maintenance-log-record pic x(100).

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-claim-status            pic xx.
           88 end-of-claims          value "10".
       01 ws-master-status           pic xx.
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-calendar-status         pic xx.
           88 end-of-calendar        value "10".
           88 calendar-not-found     value "35".
       01 ws-seclog-status           pic xx.
       copy "SecurityLogRecord.cpy".
       01 ws-operator-id             pic x(10).
       01 ws-signon-password         pic x(10).
       01 ws-signon-tries            pic 9(1).
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-today                   pic 9(8).
       01 ws-menu-choice             pic x(1).
       01 ws-session-flag            pic x(1) value "N".
           88 session-done           value "Y".
       01 ws-keyed-account           pic 9(8).
       01 ws-keyed-reference         pic x(12).
       01 ws-keyed-claim-id          pic 9(6).
       01 ws-keyed-resolution        pic x(1).
       01 ws-log-timestamp           pic x(26).
       01 ws-amount-display          pic 9(8)v99.
       01 ws-amount-display-x redefines ws-amount-display pic x(10).
       01 next-claim-id              pic 9(6) value 1.
       01 ws-claims-listed           pic 9(3).

       01 dispute-credit-days        pic 9(3) value 10.
       01 dispute-deadline-days      pic 9(3) value 45.
       01 parameter-found-flags.
           05 credit-days-found      pic x value "N".
           05 deadline-days-found    pic x value "N".

       01 holiday-table.
      *> Bank holidays loaded from CALENDAR at start-up -- weekends
      *> are derived from the date itself, so the table only has to
      *> carry what a weekday rule cannot see.
           05 holiday-entry occurs 100 times.
               10 hol-date           pic 9(8).
       01 holiday-count              pic 9(3) value 0.
       01 ws-hol-sub                 pic 9(3).
       01 bd-check-date              pic 9(8).
       01 bd-date-integer            pic 9(8) comp.
       01 bd-day-of-week             pic 9(1).
       01 ws-business-day-flag       pic x(1).
           88 date-is-business-day   value "Y".
           88 date-not-business-day  value "N".
       01 ws-business-days-counted   pic 9(3).
       01 ws-deadline-integer        pic 9(8) comp.

       01 ws-trace-flag              pic x(1).
           88 network-item-found     value "Y".
           88 network-item-missing   value "N".
       01 ws-trace-reference         pic 9(9).
       01 ws-item-type               pic x(2).
       01 ws-item-amount             pic 9(7)v99.
       01 ws-item-post-date          pic 9(8).
       01 ws-duplicate-flag          pic x(1).
           88 claim-already-open     value "Y".
           88 no-claim-open          value "N".

       01 maintenance-log-line.
       *> Same layout account maintenance writes -- who opened or
       *> resolved the claim, which account, the claim id in the
       *> old-value slot and the disputed amount (or the resolution)
       *> in the new-value slot.
           05 mll-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 mll-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 mll-account-number  pic 9(8).
           05 filler              pic x(1) value space.
           05 mll-field-name      pic x(10).
           05 filler              pic x(1) value space.
           05 mll-old-value       pic x(10).
           05 filler              pic x(1) value space.
           05 mll-new-value       pic x(10).
           05 filler              pic x(1) value space.
           05 mll-checker-id      pic x(10).

       procedure division.
       *> Claim desk for disputed network debits: an operator opens a
       *> claim against an external debit that posted to the
       *> customer's account, named by the network reference the
       *> customer quotes. The item is traced on the posting journal
       *> -- a NET-channel debit on that account carrying the
       *> reference -- so a claim can only be raised against money
       *> that actually left. Opening stamps the provisional-credit
       *> date (DISPUTE-CREDIT-DAYS business days on, rolled over
       *> weekends and holidays on CALENDAR) and the regulatory
       *> deadline (DISPUTE-DEADLINE-DAYS calendar days on); the
       *> nightly dispute run does the posting. Resolving a claim
       *> records the finding -- accept or deny -- and the nightly
       *> run carries it out. Every open and resolve goes to
       *> MAINTLOG under the operator's id.
           perform sign-on-operator
           if signon-accepted
               move function current-date(1:8) to ws-today
               perform load-business-parameters
               perform load-business-calendar
               open i-o dispute-claim-file
               if ws-claim-status = "35"
                   *> first claim ever -- create the file
                   open output dispute-claim-file
                   close dispute-claim-file
                   open i-o dispute-claim-file
               end-if
               open input account-master-file
               if ws-master-status = "35"
                   display "ACCTMSTR not found -- no accounts to"
                       " dispute against."
               else
                   perform claim-session until session-done
                   close account-master-file
               end-if
               close dispute-claim-file
           end-if
           stop run
           .

       sign-on-operator.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- dispute claims"
                   " unavailable."
           else
               move zero to ws-signon-tries
               perform attempt-sign-on
                   until signon-accepted or ws-signon-tries >= 3
               close operator-master-file
               if signon-refused
                   display "sign-on refused -- session ended."
               end-if
           end-if
           .

       attempt-sign-on.
           add 1 to ws-signon-tries
           display "dispute claims -- enter operator id: "
           accept ws-operator-id
           display "password: "
           accept ws-signon-password
           move ws-operator-id to opr-operator-id
           read operator-master-file
               invalid key
                   perform log-failed-sign-on
               not invalid key
                   evaluate true
                       when opr-password not = ws-signon-password
                           perform log-failed-sign-on
                       when not opr-active
                           perform log-failed-sign-on
                       when not opr-may-maintain
                           display "no maintenance entitlement."
                           move "REFUSED" to sll-event-type
                           move "ENTRY LEVEL TOO LOW" to sll-detail
                           perform write-security-log-line
                       when other
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                   end-evaluate
           end-read
           .

       log-failed-sign-on.
           display "sign-on failed."
           move "SIGNFAIL" to sll-event-type
           move spaces to sll-detail
           perform write-security-log-line
           .

       load-business-parameters.
       *> Only the two claim-date spans are taken from BUSPARMS here;
       *> the deadline warning window belongs to the nightly run.
           open input business-parameter-file
           if parameters-not-found
               display "disputeclaim: BUSPARMS missing -- using"
                   " compiled defaults"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           perform report-missing-parameters
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "DISPUTE-CREDIT-DAYS"
                   move bp-parameter-value to dispute-credit-days
                   move "Y" to credit-days-found
                   display "disputeclaim: DISPUTE-CREDIT-DAYS loaded "
                       bp-parameter-value
               when "DISPUTE-DEADLINE-DAYS"
                   move bp-parameter-value to dispute-deadline-days
                   move "Y" to deadline-days-found
                   display "disputeclaim: DISPUTE-DEADLINE-DAYS"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if credit-days-found = "N"
               display "disputeclaim: DISPUTE-CREDIT-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if deadline-days-found = "N"
               display "disputeclaim: DISPUTE-DEADLINE-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       load-business-calendar.
      *> The holiday calendar loads like any other parameter file; a
      *> missing file degrades loudly to the weekday-only rule.
           open input calendar-file
           if calendar-not-found
               display "disputeclaim: CALENDAR missing -- weekends"
                   " only treated as non-business days"
           else
               perform read-next-calendar-record
               perform load-calendar-record until end-of-calendar
               close calendar-file
           end-if
           .

       read-next-calendar-record.
           read calendar-file
               at end set end-of-calendar to true
           end-read
           .

       load-calendar-record.
           if holiday-count >= 100
               display "disputeclaim: holiday table full -- date"
                   " ignored"
           else
               add 1 to holiday-count
               move cal-holiday-date to hol-date(holiday-count)
           end-if
           perform read-next-calendar-record
           .

       check-business-day.
      *> Day 1 of the date-integer epoch was a Monday, so the value
      *> mod 7 gives the day of week directly -- 6 is Saturday, 0 is
      *> Sunday -- and anything else is a business day unless the
      *> holiday table says otherwise.
           compute bd-date-integer =
               function integer-of-date(bd-check-date)
           compute bd-day-of-week =
               function mod(bd-date-integer, 7)
           if bd-day-of-week = 6 or bd-day-of-week = 0
               set date-not-business-day to true
           else
               set date-is-business-day to true
               perform match-holiday-date
                   varying ws-hol-sub from 1 by 1
                   until ws-hol-sub > holiday-count
                      or date-not-business-day
           end-if
           .

       match-holiday-date.
           if hol-date(ws-hol-sub) = bd-check-date
               set date-not-business-day to true
           end-if
           .

       advance-to-business-day.
           compute bd-date-integer =
               function integer-of-date(bd-check-date) + 1
           move function date-of-integer(bd-date-integer)
               to bd-check-date
           perform check-business-day
           .

       count-one-business-day.
           perform advance-to-business-day
           perform advance-to-business-day
               until date-is-business-day
           add 1 to ws-business-days-counted
           .

       claim-session.
           display "1=open claim 2=resolve claim 3=list claims"
               " 0=done: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   perform open-new-claim
               when "2"
                   perform resolve-claim
               when "3"
                   perform list-account-claims
               when "0"
                   set session-done to true
               when other
                   display "unrecognized choice."
           end-evaluate
           .

       open-new-claim.
           display "account number: "
           accept ws-keyed-account
           move ws-keyed-account to account-number
           read account-master-file
               invalid key
                   display "account " ws-keyed-account
                       " not on the master -- claim not opened."
               not invalid key
                   perform capture-claim-details
           end-read
           .

       capture-claim-details.
           display "network reference of the disputed item: "
           accept ws-keyed-reference
           perform check-for-open-claim
           if claim-already-open
               display "a claim on that item is already open --"
                   " claim not opened."
           else
               perform trace-network-item
               if network-item-found
                   perform write-new-claim
               end-if
           end-if
           .

       check-for-open-claim.
           set no-claim-open to true
           move zero to dsp-claim-id
           start dispute-claim-file key is greater than or equal
               to dsp-claim-id
               invalid key move "10" to ws-claim-status
           end-start
           perform check-next-claim
               until end-of-claims or claim-already-open
           move "00" to ws-claim-status
           .

       check-next-claim.
           read dispute-claim-file next record
               at end move "10" to ws-claim-status
               not at end
                   if dsp-account-number = ws-keyed-account
                       and dsp-network-reference = ws-keyed-reference
                       and dsp-claim-unsettled
                       set claim-already-open to true
                   end-if
           end-read
           .

       trace-network-item.
       *> The translator carries the leading nine digits of the
       *> network's reference onto the item, and the posting journal
       *> keeps them on every line the item produced -- a NET-channel
       *> debit on this account with those digits is the item. The
       *> latest match wins when the network reused a reference.
           set network-item-missing to true
           if ws-keyed-reference(1:9) not numeric
               display "reference cannot be traced on the journal --"
                   " claim not opened."
           else
               move ws-keyed-reference(1:9) to ws-trace-reference
               open input posting-journal-file
               if journal-not-found
                   display "PSTJRNL not found -- claim not opened."
               else
                   perform read-next-journal-record
                   perform match-journal-line until end-of-journal
                   close posting-journal-file
                   if network-item-missing
                       display "no posted network debit on "
                           ws-keyed-account " with that reference"
                           " -- claim not opened."
                   end-if
               end-if
           end-if
           .

       read-next-journal-record.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       match-journal-line.
           if pjl-account-number = ws-keyed-account
               and pjl-channel-code = "NET"
               and pjl-reference numeric
               and pjl-reference = ws-trace-reference
               and pjl-signed-amount < zero
               and (pjl-type-withdrawal or pjl-type-transfer-debit)
               set network-item-found to true
               move pjl-posting-type to ws-item-type
               compute ws-item-amount = 0 - pjl-signed-amount
               move pjl-timestamp(1:8) to ws-item-post-date
           end-if
           perform read-next-journal-record
           .

       write-new-claim.
       *> Another session opening a claim at the same time can take
       *> the id first -- the walk is run again past it and the
       *> claim written once more before the open is given up.
           if next-claim-id = 1
               perform find-highest-claim-id
           end-if
           perform build-new-claim
           write dispute-claim-record
               invalid key
                   perform find-highest-claim-id
                   perform build-new-claim
                   perform retry-new-claim
               not invalid key
                   perform confirm-new-claim
           end-write
           .

       retry-new-claim.
           write dispute-claim-record
               invalid key
                   display "claim id " dsp-claim-id
                       " already on file -- claim not opened."
               not invalid key
                   perform confirm-new-claim
           end-write
           .

       confirm-new-claim.
           add 1 to next-claim-id
           move "DSP-OPEN" to mll-field-name
           move dsp-claim-id to mll-old-value
           move ws-item-amount to ws-amount-display
           move ws-amount-display-x to mll-new-value
           perform write-maintenance-log-line
           display "claim " dsp-claim-id " opened for "
               ws-item-amount " -- provisional credit "
               dsp-credit-due-date ", deadline "
               dsp-deadline-date "."
           .

       build-new-claim.
           initialize dispute-claim-record
           move next-claim-id to dsp-claim-id
           move ws-keyed-account to dsp-account-number
           move ws-keyed-reference to dsp-network-reference
           move ws-item-type to dsp-item-type
           move ws-item-amount to dsp-item-amount
           move ws-item-post-date to dsp-item-post-date
           move ws-today to dsp-opened-date
           move ws-operator-id to dsp-opened-by
           move ws-today to bd-check-date
           move zero to ws-business-days-counted
           perform count-one-business-day
               until ws-business-days-counted >= dispute-credit-days
           move bd-check-date to dsp-credit-due-date
           compute ws-deadline-integer =
               function integer-of-date(ws-today)
               + dispute-deadline-days
           move function date-of-integer(ws-deadline-integer)
               to dsp-deadline-date
           set dsp-claim-open to true
           move space to dsp-resolution
           move "N" to dsp-deadline-flag
           .

       find-highest-claim-id.
       *> The id walk runs on the first open of the session, so ids
       *> keep climbing across sessions.
           move zero to dsp-claim-id
           start dispute-claim-file key is greater than or equal
               to dsp-claim-id
               invalid key move "10" to ws-claim-status
           end-start
           perform note-next-claim-id until end-of-claims
           move "00" to ws-claim-status
           .

       note-next-claim-id.
           read dispute-claim-file next record
               at end move "10" to ws-claim-status
               not at end
                   if dsp-claim-id >= next-claim-id
                       compute next-claim-id = dsp-claim-id + 1
                   end-if
           end-read
           .

       resolve-claim.
       *> The finding is recorded here and carried out by tonight's
       *> dispute run -- no money moves from the desk. A resolution
       *> already recorded stands; a settled claim is history.
           display "claim id: "
           accept ws-keyed-claim-id
           move ws-keyed-claim-id to dsp-claim-id
           read dispute-claim-file
               invalid key
                   display "claim " ws-keyed-claim-id " not on file."
               not invalid key
                   evaluate true
                       when not dsp-claim-unsettled
                           display "claim is already settled --"
                               " status " dsp-status "."
                       when not dsp-no-resolution
                           display "claim already resolved ("
                               dsp-resolution ") -- awaiting the"
                               " nightly run."
                       when other
                           perform record-claim-resolution
                   end-evaluate
           end-read
           .

       record-claim-resolution.
           display "A=accept (credit final, charge back)"
               " D=deny (reverse provisional credit): "
           accept ws-keyed-resolution
           move function upper-case(ws-keyed-resolution)
               to ws-keyed-resolution
           if ws-keyed-resolution = "A" or ws-keyed-resolution = "D"
               move ws-keyed-resolution to dsp-resolution
               move ws-today to dsp-resolved-date
               move ws-operator-id to dsp-resolved-by
               rewrite dispute-claim-record
               move dsp-account-number to ws-keyed-account
               if dsp-resolve-accept
                   move "DSP-ACCEPT" to mll-field-name
               else
                   move "DSP-DENY" to mll-field-name
               end-if
               move dsp-claim-id to mll-old-value
               move dsp-item-amount to ws-amount-display
               move ws-amount-display-x to mll-new-value
               perform write-maintenance-log-line
               display "claim " dsp-claim-id " resolution recorded."
           else
               display "unrecognized resolution -- nothing changed."
           end-if
           .

       list-account-claims.
           display "account number: "
           accept ws-keyed-account
           move zero to ws-claims-listed
           move zero to dsp-claim-id
           start dispute-claim-file key is greater than or equal
               to dsp-claim-id
               invalid key move "10" to ws-claim-status
           end-start
           perform list-next-claim until end-of-claims
           move "00" to ws-claim-status
           if ws-claims-listed = zero
               display "no claims on file for " ws-keyed-account "."
           end-if
           .

       list-next-claim.
           read dispute-claim-file next record
               at end move "10" to ws-claim-status
               not at end
                   if dsp-account-number = ws-keyed-account
                       add 1 to ws-claims-listed
                       display "claim " dsp-claim-id
                           " ref " dsp-network-reference
                           " amount " dsp-item-amount
                           " status " dsp-status
                           " resolution " dsp-resolution
                           " credit " dsp-credit-due-date
                           " deadline " dsp-deadline-date
                   end-if
           end-read
           .

       write-maintenance-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to mll-timestamp
           move ws-operator-id to mll-operator-id
           move ws-keyed-account to mll-account-number
           move spaces to mll-checker-id
           open extend maintenance-log-file
           move maintenance-log-line to maintenance-log-record
           write maintenance-log-record
           close maintenance-log-file
           .

       write-security-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to sll-timestamp
           move "DISPUTECLAIM" to sll-program-id
           move ws-operator-id to sll-operator-id
           open extend security-log-file
           if ws-seclog-status = "35"
               *> first ever security-log write -- create the file
               open output security-log-file
           end-if
           move security-log-line to security-log-record
           write security-log-record
           close security-log-file
           .

       end program DisputeClaim.
