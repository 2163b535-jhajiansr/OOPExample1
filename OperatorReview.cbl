       identification division.

       program-id. OperatorReview.

       environment division.
       input-output section.
       file-control.
           select operator-master-file assign to "OPERMSTR"
               organization indexed
               access dynamic
               record key is opr-operator-id
               file status is ws-operator-master-status.
           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.
           select maintenance-log-file assign to "MAINTLOG"
               organization line sequential
               file status is ws-maintlog-status.
           select customer-log-file assign to "CUSTLOG"
               organization line sequential
               file status is ws-custlog-status.
           select payee-log-file assign to "PAYLOG"
               organization line sequential
               file status is ws-paylog-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select sign-off-file assign to "OPRSIGN"
               organization line sequential
               file status is ws-sign-off-status.
           select review-control-file assign to "OPRREVW"
               organization line sequential
               file status is ws-review-control-status.
           select sort-work-file assign to "OPRSRTW".
           select exception-work-file assign to "OPREXCW"
               organization line sequential
               file status is ws-exception-status.
           select review-report-file assign to "OPRRVRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  security-log-file.
       01  security-log-record pic x(100).

       fd  maintenance-log-file.
       01  maintenance-log-record pic x(100).

       fd  customer-log-file.
       01  customer-log-record pic x(100).

       fd  payee-log-file.
       01  payee-log-record pic x(100).

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  sign-off-file.
           copy "ReviewSignOffRecord.cpy".

       fd  review-control-file.
           copy "OperatorReviewRecord.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-operator-id      pic x(10).
           05  srt-program-id       pic x(18).
           05  srt-timestamp        pic x(26).
           05  srt-event-class      pic x(2).
               88  srt-sign-on          value "ON".
               88  srt-failed-sign-on   value "FL".
               88  srt-refused-action   value "RF".
               88  srt-maintenance      value "AC".
           05  srt-detail           pic x(20).
           05  srt-self-approved    pic x(1).

       fd  exception-work-file.
       01  exception-work-record pic x(80).

       fd  review-report-file.
       01  report-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-operator-master-status  pic xx.
           88 end-of-operators       value "10".
           88 operators-not-found    value "35".
       01 ws-operator-file-flag      pic x(1) value "N".
           88 operator-file-open     value "Y".
       01 ws-seclog-status           pic xx.
           88 end-of-seclog          value "10".
           88 seclog-not-found       value "35".
       copy "SecurityLogRecord.cpy".
       01 ws-maintlog-status         pic xx.
           88 end-of-maintlog        value "10".
           88 maintlog-not-found     value "35".
       01 ws-custlog-status          pic xx.
           88 end-of-custlog         value "10".
           88 custlog-not-found      value "35".
       01 ws-paylog-status           pic xx.
           88 end-of-paylog          value "10".
           88 paylog-not-found       value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-sign-off-status         pic xx.
           88 end-of-sign-offs       value "10".
           88 sign-offs-not-found    value "35".
       01 ws-review-control-status   pic xx.
       01 ws-exception-status        pic xx.
           88 end-of-exceptions      value "10".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 review-idle-days           pic 9(3) value 90.
       01 business-day-start         pic 9(4) value 0700.
       01 business-day-end           pic 9(4) value 1900.
       01 parameter-found-flags.
           05 idle-days-found        pic x value "N".
           05 day-start-found        pic x value "N".
           05 day-end-found          pic x value "N".

       01 ws-today                   pic 9(8).
       01 today-date-integer         pic 9(8) comp.
       01 ws-period-start            pic 9(8) value zero.
       01 ws-period-start-integer    pic 9(8) comp.
       01 last-signed-period-end     pic 9(8) value zero.
       01 last-signed-supervisor     pic x(10) value spaces.
       01 last-signed-date           pic x(8) value spaces.

       01 maintenance-log-line.
       *> The MAINTLOG layout account maintenance writes; the checker
       *> is only filled by the change-approval program.
           05 mll-timestamp       pic x(26).
           05 filler              pic x(1).
           05 mll-operator-id     pic x(10).
           05 filler              pic x(1).
           05 mll-account-number  pic 9(8).
           05 filler              pic x(1).
           05 mll-field-name      pic x(10).
           05 filler              pic x(1).
           05 mll-old-value       pic x(10).
           05 filler              pic x(1).
           05 mll-new-value       pic x(10).
           05 filler              pic x(1).
           05 mll-checker-id      pic x(10).

       01 customer-log-line.
       *> The CUSTLOG layout customer maintenance writes.
           05 cll-timestamp       pic x(26).
           05 filler              pic x(1).
           05 cll-operator-id     pic x(10).
           05 filler              pic x(1).
           05 cll-owner-id        pic x(10).
           05 filler              pic x(1).
           05 cll-field-name      pic x(8).
           05 filler              pic x(1).
           05 cll-old-value       pic x(20).
           05 filler              pic x(1).
           05 cll-new-value       pic x(20).

       01 payee-log-line.
       *> The PAYLOG layout payee maintenance writes.
           05 pll-timestamp       pic x(26).
           05 filler              pic x(1).
           05 pll-operator-id     pic x(10).
           05 filler              pic x(1).
           05 pll-payee-id        pic 9(6).
           05 filler              pic x(1).
           05 pll-field-name      pic x(8).
           05 filler              pic x(1).
           05 pll-old-value       pic x(20).
           05 filler              pic x(1).
           05 pll-new-value       pic x(20).

       01 ws-more-sorted-events      pic x(1) value "Y".
           88 end-of-events          value "N".
       01 current-operator-id        pic x(10).
       01 ws-on-file-flag            pic x(1).
           88 operator-on-file       value "Y".
           88 operator-not-on-file   value "N".
       01 operator-totals.
           05 op-signons             pic 9(7).
           05 op-failed              pic 9(7).
           05 op-refused             pic 9(7).
           05 op-actions             pic 9(7).
           05 op-last-signon         pic 9(8).
       01 program-count-table.
      *> One slot per program the operator touched in the window --
      *> more slots than there are interactive programs, and an
      *> overflow would only merge into the last slot.
           05 program-count-entry occurs 20 times.
               10 pct-program-id     pic x(18).
               10 pct-signons        pic 9(7).
               10 pct-failed         pic 9(7).
               10 pct-refused        pic 9(7).
               10 pct-actions        pic 9(7).
       01 program-count              pic 9(2) value 0.
       01 ws-pct-sub                 pic 9(2).
       01 ws-slot-sub                pic 9(2).
       01 ws-event-time              pic 9(4).
       01 ws-event-date              pic 9(8).
       01 ws-event-date-integer      pic 9(8) comp.
       01 ws-event-day-of-week       pic 9(1).
       01 ws-idle-days               pic s9(7) comp.

       01 operators-reviewed-count   pic 9(5) value 0.
       01 exception-count            pic 9(5) value 0.

       copy "ReportHeader.cpy".

       01 period-line.
           05 filler             pic x(14) value "ACTIVITY FROM ".
           05 pl-period-start    pic 9(8).
           05 filler             pic x(4) value " TO ".
           05 pl-period-end      pic 9(8).

       01 previous-sign-off-line.
           05 filler             pic x(31) value
               "PREVIOUS REVIEW SIGNED OFF BY ".
           05 psl-supervisor     pic x(10).
           05 filler             pic x(4) value " ON ".
           05 psl-date           pic x(8).

       01 no-previous-sign-off-line pic x(40) value
           "NO PREVIOUS REVIEW SIGNED OFF".

       01 operator-heading-line.
           05 filler pic x(40) value
               "OPERATOR    L  STATUS      LAST ON   SIG".
           05 filler pic x(40) value
               "NONS   FAILED  REFUSED  ACTIONS".

       01 operator-line.
           05 ool-operator-id    pic x(10).
           05 filler             pic x(2) value spaces.
           05 ool-level          pic x(1).
           05 filler             pic x(2) value spaces.
           05 ool-status         pic x(11).
           05 filler             pic x(1) value space.
           05 ool-last-signon    pic x(8).
           05 filler             pic x(2) value spaces.
           05 ool-signons        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 ool-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 ool-refused        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 ool-actions        pic zzzzzz9.

       01 program-line.
           05 filler             pic x(4) value spaces.
           05 pgl-program-id     pic x(18).
           05 filler             pic x(15) value spaces.
           05 pgl-signons        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 pgl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 pgl-refused        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 pgl-actions        pic zzzzzz9.

       01 exception-title-line pic x(40) value "EXCEPTIONS".

       01 exception-heading-line.
           05 filler pic x(40) value
               "OPERATOR    EXCEPTION                 PR".
           05 filler pic x(40) value
               "OGRAM          WHEN           DETAIL".

       01 exception-line.
           05 exl-operator-id    pic x(10).
           05 filler             pic x(2) value spaces.
           05 exl-exception      pic x(24).
           05 filler             pic x(2) value spaces.
           05 exl-program-id     pic x(15).
           05 filler             pic x(2) value spaces.
           05 exl-when           pic x(14).
           05 filler             pic x(1) value space.
           05 exl-detail         pic x(10).

       01 no-exceptions-line pic x(40) value "NONE".

       01 summary-line.
           05 filler             pic x(20) value
               "OPERATORS REVIEWED: ".
           05 sml-operators      pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(12) value "EXCEPTIONS: ".
           05 sml-exceptions     pic zzzz9.

       01 signature-line.
           05 filler pic x(44) value
               "SUPERVISOR SIGN-OFF: ____________________   ".
           05 filler pic x(16) value "DATE: __________".

       procedure division.
       *> Quarterly operator activity and entitlement review for the
       *> auditors. Every line on the four logs the interactive
       *> programs keep -- SECLOG (sign-ons, failed sign-ons, refused
       *> actions), MAINTLOG, CUSTLOG and PAYLOG (the changes
       *> themselves) -- is sorted by operator and merged against
       *> OPERMSTR, so each operator prints with their permission
       *> level and status, their counts for the review window and a
       *> line per program they used. MAINTLOG carries no program
       *> column; the field name says which program wrote the line,
       *> and a filled checker means change approval. PAYLOG is
       *> shared by payee maintenance and the sanctions review desk
       *> and is counted as payee maintenance. The exceptions follow:
       *> active operators with no sign-on in REVIEW-IDLE-DAYS,
       *> cancelled operators with any activity in the window,
       *> supervisors approving (or trying to approve) their own
       *> queued change, and maintenance outside BUSINESS-DAY-START
       *> to BUSINESS-DAY-END or at a weekend. The window runs from
       *> the day after the last signed-off review to today; the run
       *> is recorded on OPRREVW for the supervisor to sign off
       *> through the review sign-off program.
           perform write-run-log-start
           perform initialize-run
           sort sort-work-file on ascending key srt-operator-id
                                                srt-program-id
                                                srt-timestamp
               input procedure is release-log-events
               output procedure is review-operators
           perform print-exceptions
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           compute today-date-integer =
               function integer-of-date(ws-today)
           perform load-business-parameters
           perform find-review-window
           open output review-report-file
           perform print-report-header
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "operatorreview: BUSPARMS missing -- using"
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
               when "REVIEW-IDLE-DAYS"
                   move bp-parameter-value to review-idle-days
                   move "Y" to idle-days-found
                   display "operatorreview: REVIEW-IDLE-DAYS loaded "
                       bp-parameter-value
               when "BUSINESS-DAY-START"
                   move bp-parameter-value to business-day-start
                   move "Y" to day-start-found
                   display "operatorreview: BUSINESS-DAY-START loaded "
                       bp-parameter-value
               when "BUSINESS-DAY-END"
                   move bp-parameter-value to business-day-end
                   move "Y" to day-end-found
                   display "operatorreview: BUSINESS-DAY-END loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if idle-days-found = "N"
               display "operatorreview: REVIEW-IDLE-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if day-start-found = "N"
               display "operatorreview: BUSINESS-DAY-START not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if day-end-found = "N"
               display "operatorreview: BUSINESS-DAY-END not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       find-review-window.
       *> The window opens the day after the latest signed-off window
       *> closed. A review that was run but never signed is simply
       *> superseded -- its window is covered again. With nothing
       *> ever signed off, the window is the whole of the logs.
           open input sign-off-file
           if sign-offs-not-found
               continue
           else
               perform read-next-sign-off
               perform note-one-sign-off until end-of-sign-offs
               close sign-off-file
           end-if
           if last-signed-period-end > zero
               compute ws-period-start-integer =
                   function integer-of-date(last-signed-period-end)
                   + 1
               move function date-of-integer(ws-period-start-integer)
                   to ws-period-start
           end-if
           .

       read-next-sign-off.
           read sign-off-file
               at end set end-of-sign-offs to true
           end-read
           .

       note-one-sign-off.
           if rso-period-end >= last-signed-period-end
               move rso-period-end to last-signed-period-end
               move rso-supervisor-id to last-signed-supervisor
               move rso-timestamp(1:8) to last-signed-date
           end-if
           perform read-next-sign-off
           .

       print-report-header.
           move "OPERATOR ACTIVITY REVIEW" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move ws-period-start to pl-period-start
           move ws-today to pl-period-end
           move period-line to report-line
           write report-line
           if last-signed-supervisor = spaces
               move no-previous-sign-off-line to report-line
           else
               move last-signed-supervisor to psl-supervisor
               move last-signed-date to psl-date
               move previous-sign-off-line to report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line
           move operator-heading-line to report-line
           write report-line
           .

       release-log-events.
           open input security-log-file
           if not seclog-not-found
               perform read-next-seclog
               perform release-seclog-event until end-of-seclog
               close security-log-file
           end-if
           open input maintenance-log-file
           if not maintlog-not-found
               perform read-next-maintlog
               perform release-maintlog-event until end-of-maintlog
               close maintenance-log-file
           end-if
           open input customer-log-file
           if not custlog-not-found
               perform read-next-custlog
               perform release-custlog-event until end-of-custlog
               close customer-log-file
           end-if
           open input payee-log-file
           if not paylog-not-found
               perform read-next-paylog
               perform release-paylog-event until end-of-paylog
               close payee-log-file
           end-if
           .

       read-next-seclog.
           read security-log-file
               at end set end-of-seclog to true
               not at end
                   move security-log-record to security-log-line
           end-read
           .

       release-seclog-event.
           initialize sort-record
           move sll-operator-id to srt-operator-id
           move sll-program-id to srt-program-id
           move sll-timestamp to srt-timestamp
           move sll-detail to srt-detail
           evaluate sll-event-type
               when "SIGNON"
                   set srt-sign-on to true
               when "SIGNFAIL"
                   set srt-failed-sign-on to true
               when "REFUSED"
                   set srt-refused-action to true
               when other
                   set srt-maintenance to true
           end-evaluate
           release sort-record
           perform read-next-seclog
           .

       read-next-maintlog.
           read maintenance-log-file
               at end set end-of-maintlog to true
               not at end
                   move maintenance-log-record
                       to maintenance-log-line
           end-read
           .

       release-maintlog-event.
       *> A filled checker is a change the change-approval program
       *> applied -- the action is the checker's, and a checker who
       *> is also the maker approved their own change.
           initialize sort-record
           move mll-timestamp to srt-timestamp
           move mll-field-name to srt-detail
           set srt-maintenance to true
           if mll-checker-id not = spaces
               move mll-checker-id to srt-operator-id
               move "CHANGEAPPROVAL" to srt-program-id
               if mll-checker-id = mll-operator-id
                   move "Y" to srt-self-approved
               end-if
           else
               move mll-operator-id to srt-operator-id
               evaluate true
                   when mll-field-name = "RENUMBER"
                     or mll-field-name = "MERGE"
                       move "ACCTRENUMBER" to srt-program-id
                   when mll-field-name(1:4) = "LGL-"
                       move "LEGALORDER" to srt-program-id
                   when mll-field-name(1:5) = "STOP-"
                       move "STOPPAYMENT" to srt-program-id
                   when mll-field-name(1:4) = "DSP-"
                       move "DISPUTECLAIM" to srt-program-id
                   when other
                       move "ACCOUNTMAINT" to srt-program-id
               end-evaluate
           end-if
           release sort-record
           perform read-next-maintlog
           .

       read-next-custlog.
           read customer-log-file
               at end set end-of-custlog to true
               not at end move customer-log-record to customer-log-line
           end-read
           .

       release-custlog-event.
       *> Returned-mail entry writes CUSTLOG too -- an UNDELIV line
       *> that sets the flag is the mailroom's; one that clears it is
       *> an address change in customer maintenance.
           initialize sort-record
           move cll-operator-id to srt-operator-id
           move cll-timestamp to srt-timestamp
           move cll-field-name to srt-detail
           set srt-maintenance to true
           if cll-field-name = "UNDELIV"
               and cll-new-value not = "CLEARED"
               move "RETURNEDMAIL" to srt-program-id
           else
               move "CUSTOMERMAINT" to srt-program-id
           end-if
           release sort-record
           perform read-next-custlog
           .

       read-next-paylog.
           read payee-log-file
               at end set end-of-paylog to true
               not at end move payee-log-record to payee-log-line
           end-read
           .

       release-paylog-event.
           initialize sort-record
           move pll-operator-id to srt-operator-id
           move "PAYEEMAINT" to srt-program-id
           move pll-timestamp to srt-timestamp
           move pll-field-name to srt-detail
           set srt-maintenance to true
           release sort-record
           perform read-next-paylog
           .

       review-operators.
       *> OPERMSTR and the sorted events are both in operator-id
       *> order: an operator with no events still prints (and may
       *> be idle), and events for an id the master does not carry
       *> print as NOT ON FILE.
           open output exception-work-file
           open input operator-master-file
           if operators-not-found
               set end-of-operators to true
           else
               set operator-file-open to true
               move low-values to opr-operator-id
               start operator-master-file key is greater than
                   opr-operator-id
                   invalid key set end-of-operators to true
               end-start
               if not end-of-operators
                   perform read-next-operator
               end-if
           end-if
           perform return-next-event
           perform review-next-operator
               until end-of-operators and end-of-events
           if operator-file-open
               close operator-master-file
           end-if
           close exception-work-file
           .

       read-next-operator.
           read operator-master-file next record
               at end set end-of-operators to true
           end-read
           .

       return-next-event.
           return sort-work-file
               at end move "N" to ws-more-sorted-events
           end-return
           .

       review-next-operator.
           evaluate true
               when end-of-events
                   move opr-operator-id to current-operator-id
                   set operator-on-file to true
               when end-of-operators
                   move srt-operator-id to current-operator-id
                   set operator-not-on-file to true
               when opr-operator-id <= srt-operator-id
                   move opr-operator-id to current-operator-id
                   set operator-on-file to true
               when other
                   move srt-operator-id to current-operator-id
                   set operator-not-on-file to true
           end-evaluate
           initialize operator-totals
           initialize program-count-table
           move zero to program-count
           perform process-operator-event
               until end-of-events
                  or srt-operator-id not = current-operator-id
           perform print-operator-block
           add 1 to operators-reviewed-count
           if operator-on-file
               perform check-operator-exceptions
               perform read-next-operator
           end-if
           .

       process-operator-event.
       *> The last sign-on is taken over the whole log, so an idle
       *> operator is measured from their real last visit; every
       *> count is for the review window only.
           if srt-sign-on
               and srt-timestamp(1:8) > op-last-signon
               move srt-timestamp(1:8) to op-last-signon
           end-if
           if srt-timestamp(1:8) >= ws-period-start
               perform find-program-slot
               evaluate true
                   when srt-sign-on
                       add 1 to op-signons
                       add 1 to pct-signons(ws-slot-sub)
                   when srt-failed-sign-on
                       add 1 to op-failed
                       add 1 to pct-failed(ws-slot-sub)
                   when srt-refused-action
                       add 1 to op-refused
                       add 1 to pct-refused(ws-slot-sub)
                       if srt-detail = "SELF-APPROVAL"
                           move "SELF-APPROVAL ATTEMPT"
                               to exl-exception
                           perform write-event-exception
                       end-if
                   when other
                       add 1 to op-actions
                       add 1 to pct-actions(ws-slot-sub)
                       perform check-after-hours
               end-evaluate
               if srt-self-approved = "Y"
                   move "APPROVED OWN CHANGE" to exl-exception
                   perform write-event-exception
               end-if
           end-if
           perform return-next-event
           .

       find-program-slot.
           move zero to ws-slot-sub
           perform match-program-slot
               varying ws-pct-sub from 1 by 1
               until ws-pct-sub > program-count
                  or ws-slot-sub > zero
           if ws-slot-sub = zero
               if program-count < 20
                   add 1 to program-count
               end-if
               move program-count to ws-slot-sub
               move srt-program-id to pct-program-id(ws-slot-sub)
           end-if
           .

       match-program-slot.
           if pct-program-id(ws-pct-sub) = srt-program-id
               move ws-pct-sub to ws-slot-sub
           end-if
           .

       check-after-hours.
       *> Day of week from the date integer -- day 1 was a Monday,
       *> so mod 7 gives 6 for Saturday and 0 for Sunday.
           if srt-timestamp(1:12) numeric
               move srt-timestamp(9:4) to ws-event-time
               move srt-timestamp(1:8) to ws-event-date
               compute ws-event-date-integer =
                   function integer-of-date(ws-event-date)
               compute ws-event-day-of-week =
                   function mod(ws-event-date-integer, 7)
               if ws-event-time < business-day-start
                   or ws-event-time >= business-day-end
                   or ws-event-day-of-week = 6
                   or ws-event-day-of-week = 0
                   move "AFTER-HOURS MAINTENANCE" to exl-exception
                   perform write-event-exception
               end-if
           end-if
           .

       write-event-exception.
           move current-operator-id to exl-operator-id
           move srt-program-id to exl-program-id
           move srt-timestamp(1:14) to exl-when
           move srt-detail to exl-detail
           perform write-exception-line
           .

       check-operator-exceptions.
           if opr-active
               if op-last-signon = zero
                   move "NO SIGN-ON ON RECORD" to exl-exception
                   move "NEVER" to exl-detail
                   perform write-operator-exception
               else
                   compute ws-idle-days = today-date-integer
                       - function integer-of-date(op-last-signon)
                   if ws-idle-days > review-idle-days
                       move "NO RECENT SIGN-ON" to exl-exception
                       move op-last-signon to exl-detail
                       perform write-operator-exception
                   end-if
               end-if
           end-if
           if opr-cancelled
               and (op-signons > zero or op-failed > zero
                    or op-refused > zero or op-actions > zero)
               move "CANCELLED BUT ACTIVE" to exl-exception
               move spaces to exl-detail
               perform write-operator-exception
           end-if
           .

       write-operator-exception.
           move current-operator-id to exl-operator-id
           move spaces to exl-program-id
           move spaces to exl-when
           perform write-exception-line
           .

       write-exception-line.
           move exception-line to exception-work-record
           write exception-work-record
           add 1 to exception-count
           .

       print-operator-block.
           move current-operator-id to ool-operator-id
           if operator-on-file
               move opr-permission-level to ool-level
               evaluate true
                   when opr-active
                       move "ACTIVE" to ool-status
                   when opr-cancelled
                       move "CANCELLED" to ool-status
                   when other
                       move opr-status to ool-status
               end-evaluate
           else
               move "?" to ool-level
               move "NOT ON FILE" to ool-status
           end-if
           if op-last-signon = zero
               move "NEVER" to ool-last-signon
           else
               move op-last-signon to ool-last-signon
           end-if
           move op-signons to ool-signons
           move op-failed to ool-failed
           move op-refused to ool-refused
           move op-actions to ool-actions
           move operator-line to report-line
           write report-line
           perform print-program-line
               varying ws-pct-sub from 1 by 1
               until ws-pct-sub > program-count
           .

       print-program-line.
           move pct-program-id(ws-pct-sub) to pgl-program-id
           move pct-signons(ws-pct-sub) to pgl-signons
           move pct-failed(ws-pct-sub) to pgl-failed
           move pct-refused(ws-pct-sub) to pgl-refused
           move pct-actions(ws-pct-sub) to pgl-actions
           move program-line to report-line
           write report-line
           .

       print-exceptions.
           move spaces to report-line
           write report-line
           move exception-title-line to report-line
           write report-line
           move exception-heading-line to report-line
           write report-line
           if exception-count = zero
               move no-exceptions-line to report-line
               write report-line
           else
               open input exception-work-file
               perform read-next-exception
               perform copy-exception-line until end-of-exceptions
               close exception-work-file
           end-if
           .

       read-next-exception.
           read exception-work-file
               at end set end-of-exceptions to true
           end-read
           .

       copy-exception-line.
           move exception-work-record to report-line
           write report-line
           perform read-next-exception
           .

       terminate-run.
           move spaces to report-line
           write report-line
           move operators-reviewed-count to sml-operators
           move exception-count to sml-exceptions
           move summary-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move signature-line to report-line
           write report-line
           close review-report-file
           perform record-review-run
           if exception-count > zero
               move 4 to ws-log-return-code
           end-if
           display "operatorreview: " operators-reviewed-count
               " operators reviewed, " exception-count " exceptions"
           perform write-run-log-end
           .

       record-review-run.
           open extend review-control-file
           if ws-review-control-status = "35"
               *> first review ever -- create the control file
               open output review-control-file
           end-if
           move spaces to operator-review-line
           move ws-today to orv-review-date
           move ws-period-start to orv-period-start
           move ws-today to orv-period-end
           move operators-reviewed-count to orv-operator-count
           move exception-count to orv-exception-count
           write operator-review-line
           close review-control-file
           .

       write-run-log-end.
           move "END" to rll-event-type
           move operators-reviewed-count to rll-processed-count
           move exception-count to rll-rejected-count
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
           move "OPERATORREVIEW" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program OperatorReview.
