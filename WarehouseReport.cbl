       identification division.

       program-id. WarehouseReport.

       environment division.
       input-output section.
       file-control.
           select warehouse-file assign to "WHSTRANS"
               organization indexed
               access dynamic
               record key is whs-item-id
               file status is ws-warehouse-status.
           select run-control-file assign to "RUNCTL"
               organization line sequential
               file status is ws-run-control-status.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
           select warehouse-report-file assign to "WHSRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  warehouse-file.
           copy "WarehouseRecord.cpy".

       fd  run-control-file.
       01  run-control-record.
           05 rc-last-posted-date    pic 9(8).

       fd  calendar-file.
           copy "CalendarRecord.cpy".

       fd  warehouse-report-file.
       01  report-line pic x(100).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-warehouse-status        pic xx.
           88 warehouse-not-found    value "35".
           88 end-of-warehouse       value "10".
       01 ws-run-control-status      pic xx.
       01 ws-calendar-status         pic xx.
           88 end-of-calendar        value "10".
           88 calendar-not-found     value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-today                   pic 9(8).
       01 ws-last-posted-date        pic 9(8) value zero.
       01 ws-next-business-date      pic 9(8).

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

       01 due-count                  pic 9(7) value 0.
       01 due-amount-total           pic 9(11)v99 value 0.
       01 failed-count               pic 9(7) value 0.
       01 failed-amount-total        pic 9(11)v99 value 0.

       copy "ReportHeader.cpy".

       01 posted-date-line.
           05 filler             pic x(24) value
               "LAST POSTED BUSINESS DAY".
           05 filler             pic x(2) value ": ".
           05 pdl-posted-date    pic 9(8).
           05 filler             pic x(4) value spaces.
           05 filler             pic x(19) value
               "NEXT BUSINESS DAY: ".
           05 pdl-next-date      pic 9(8).

       01 due-section-line       pic x(40) value
           "ITEMS COMING DUE".
       01 failed-section-line    pic x(40) value
           "RELEASED ITEMS THAT FAILED TO POST".

       01 column-heading-line.
           05 filler pic x(36) value
               "ITEM ID   T  ACCOUNT   TO-ACCT      ".
           05 filler pic x(33) value
               " AMOUNT  DUE DATE  BRCH  TELLER  ".
           05 filler pic x(6) value "STATUS".

       01 warehouse-detail-line.
           05 wdl-item-id        pic 9(9).
           05 filler             pic x(1) value space.
           05 wdl-type-code      pic x(1).
           05 filler             pic x(2) value spaces.
           05 wdl-account        pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 wdl-to-account     pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 wdl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 wdl-due-date       pic 9(8).
           05 filler             pic x(2) value spaces.
           05 wdl-branch-code    pic 9(4).
           05 filler             pic x(2) value spaces.
           05 wdl-teller-id      pic x(6).
           05 filler             pic x(2) value spaces.
           05 wdl-status         pic x(20).

       01 section-total-line.
           05 filler             pic x(7) value "ITEMS: ".
           05 stl-count          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "AMOUNT: ".
           05 stl-amount         pic z(10)9.99.

       01 failed-status-text.
           05 filler             pic x(14) value "FAILED REASON ".
           05 fst-reason-code    pic x(2).

       01 no-items-line pic x(20) value "NONE".

       procedure division.
       *> Daily warehoused-transaction report, run after the posting
       *> window: every future-dated item still pending whose
       *> effective date -- rolled past weekends and holidays on the
       *> bank calendar, exactly as the nightly edit rolls it --
       *> falls due by the next business day, so the branches can
       *> warn a customer whose funds look short; then every item
       *> released into the window that did not post: those the
       *> posting run refused (with its reason code), and those
       *> released but never posted at all -- rejected by the edit
       *> onto the error queue -- which stay on the report until the
       *> queue item is repaired and recycled. The last posted
       *> business day comes from the posting run's control record.
           perform write-run-log-start
           perform initialize-run
           perform print-report-header
           open input warehouse-file
           if warehouse-not-found
               *> nothing has ever been warehoused
               perform print-due-section-heading
               move no-items-line to report-line
               write report-line
               perform print-failed-section-heading
               move no-items-line to report-line
               write report-line
           else
               perform list-items-coming-due
               perform list-failed-items
               close warehouse-file
           end-if
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-calendar
           open input run-control-file
           if ws-run-control-status = "00"
               read run-control-file
                   at end move zero to ws-last-posted-date
                   not at end
                       move rc-last-posted-date to ws-last-posted-date
               end-read
               close run-control-file
           end-if
           if ws-last-posted-date = zero
               *> nothing has posted yet -- today stands in for it
               move ws-today to ws-last-posted-date
           end-if
           move ws-last-posted-date to bd-check-date
           perform advance-to-business-day
           perform advance-to-business-day
               until date-is-business-day
           move bd-check-date to ws-next-business-date
           open output warehouse-report-file
           .

       load-business-calendar.
      *> The holiday calendar loads like any other parameter file; a
      *> missing file degrades loudly to the weekday-only rule.
           open input calendar-file
           if calendar-not-found
               display "warehousereport: CALENDAR missing -- weekends"
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
               display "warehousereport: holiday table full -- date"
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

       roll-effective-date-to-business-day.
           move whs-effective-date to bd-check-date
           perform check-business-day
           perform advance-to-business-day
               until date-is-business-day
           .

       print-report-header.
           move "WAREHOUSED ITEMS REPORT" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move ws-last-posted-date to pdl-posted-date
           move ws-next-business-date to pdl-next-date
           move posted-date-line to report-line
           write report-line
           .

       print-due-section-heading.
           move spaces to report-line
           write report-line
           move due-section-line to report-line
           write report-line
           move column-heading-line to report-line
           write report-line
           .

       print-failed-section-heading.
           move spaces to report-line
           write report-line
           move failed-section-line to report-line
           write report-line
           move column-heading-line to report-line
           write report-line
           .

       position-at-first-item.
           move zero to whs-item-id
           start warehouse-file key is greater than or equal
               to whs-item-id
               invalid key move "10" to ws-warehouse-status
           end-start
           .

       list-items-coming-due.
           perform print-due-section-heading
           perform position-at-first-item
           perform check-next-due-item until end-of-warehouse
           if due-count = zero
               move no-items-line to report-line
               write report-line
           end-if
           move due-count to stl-count
           move due-amount-total to stl-amount
           move section-total-line to report-line
           write report-line
           .

       check-next-due-item.
           read warehouse-file next record
               at end move "10" to ws-warehouse-status
               not at end
                   if whs-item-pending
                       perform roll-effective-date-to-business-day
                       if bd-check-date not > ws-next-business-date
                           perform write-due-line
                       end-if
                   end-if
           end-read
           .

       write-due-line.
           perform fill-detail-line
           move bd-check-date to wdl-due-date
           move "PENDING" to wdl-status
           move warehouse-detail-line to report-line
           write report-line
           add 1 to due-count
           add whs-amount to due-amount-total
           .

       list-failed-items.
           perform print-failed-section-heading
           move "00" to ws-warehouse-status
           perform position-at-first-item
           perform check-next-failed-item until end-of-warehouse
           if failed-count = zero
               move no-items-line to report-line
               write report-line
           end-if
           move failed-count to stl-count
           move failed-amount-total to stl-amount
           move section-total-line to report-line
           write report-line
           .

       check-next-failed-item.
       *> A refused item is reported on the day it failed; one the
       *> edit rejected keeps showing as released-not-posted until
       *> the error queue recycles it and the posting run settles it.
           read warehouse-file next record
               at end move "10" to ws-warehouse-status
               not at end
                   evaluate true
                       when whs-item-failed
                               and whs-release-date
                                   = ws-last-posted-date
                           move whs-reason-code to fst-reason-code
                           move failed-status-text to wdl-status
                           perform write-failed-line
                       when whs-item-released
                               and whs-release-date
                                   not > ws-last-posted-date
                           move "RELEASED NOT POSTED" to wdl-status
                           perform write-failed-line
                       when other
                           continue
                   end-evaluate
           end-read
           .

       write-failed-line.
           perform fill-detail-line
           move whs-release-date to wdl-due-date
           move warehouse-detail-line to report-line
           write report-line
           add 1 to failed-count
           add whs-amount to failed-amount-total
           .

       fill-detail-line.
           move whs-item-id to wdl-item-id
           move whs-type-code to wdl-type-code
           move whs-account-number to wdl-account
           move whs-to-account-number to wdl-to-account
           move whs-amount to wdl-amount
           move whs-branch-code to wdl-branch-code
           move whs-teller-id to wdl-teller-id
           .

       terminate-run.
           close warehouse-report-file
           if failed-count > zero
               move 4 to ws-log-return-code
           end-if
           display "warehousereport: " due-count " coming due, "
               failed-count " failed"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move due-count to rll-processed-count
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
           move "WAREHOUSEREPORT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program WarehouseReport.
