               file status is ws-master-status.
           select release-register-file assign to "HLDRLREG"
               organization line sequential.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.
       fd  release-register-file.
       01  register-line pic x(80).

       fd  calendar-file.
           copy "CalendarRecord.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).

           88 end-of-holds           value "10".
           88 holds-not-found        value "35".
       01 ws-master-status           pic xx.
       01 ws-calendar-status         pic xx.
           88 end-of-calendar        value "10".
           88 calendar-not-found     value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "HOLDRELEASE".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).
       01 ws-next-business-date      pic 9(8).
       01 released-count             pic 9(7) value 0.
       01 carried-count              pic 9(7) value 0.
       01 orphan-count               pic 9(7) value 0.

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

       copy "ReportHeader.cpy".

       01 register-detail-line.
           05 rsl-carried        pic zzzzzz9.

       procedure division.
       *> Nightly float release, run with the account-level steps
       *> after the posting pass: every HOLDS record whose release
       *> date falls on or before the next business day comes off
       *> its account's held amount on the master, so whatever the
       *> next night's postings would have found released already is
       *> -- the same cutoff the combined master pass applies when it
       *> releases holds in its single walk. The rest rewrite into
       *> the carried-forward file that replaces HOLDS for tomorrow.
       *> A hold against an account no longer on the master is
       *> reported and dropped -- there is nothing left to release

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-calendar
           move ws-today to bd-check-date
           perform advance-to-business-day
           perform advance-to-business-day
               until date-is-business-day
           move bd-check-date to ws-next-business-date
           open input holds-file
           if holds-not-found
               *> no holds outstanding -- nothing to release
           write register-line
           .

       load-business-calendar.
      *> The holiday calendar loads like any other parameter file; a
      *> missing file degrades loudly to the weekday-only rule.
           open input calendar-file
           if calendar-not-found
               display "holdrelease: CALENDAR missing -- weekends"
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
               display "holdrelease: holiday table full -- date"
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

       read-next-hold.
           read holds-file
               at end set end-of-holds to true
           .

       release-due-holds.
           if hld-release-date <= ws-next-business-date
               perform release-one-hold
           else
               move hold-line to holds-carry-record
