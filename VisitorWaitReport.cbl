       identification division.

       program-id. VisitorWaitReport.

       environment division.
       input-output section.
       file-control.
           select visit-queue-file assign to "VISITQUE"
               organization indexed
               access dynamic
               record key is vq-ticket-key
               file status is ws-queue-status.
           select wait-report-file assign to "VISWTRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  visit-queue-file.
           copy "VisitQueueRecord.cpy".

       fd  wait-report-file.
       01  report-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-queue-status            pic xx.
           88 queue-not-found        value "35".
           88 end-of-queue           value "10" "46".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       copy "ReportHeader.cpy".
       01 ws-today                   pic 9(8).

       01 tickets-read-count         pic 9(7) value 0.
       01 not-served-count           pic 9(5) value 0.
       01 hour-sub                   pic 9(2).
       01 reason-sub                 pic 9(1).
       01 class-sub                  pic 9(1).
       01 ws-time-work               pic 9(6).
       01 ws-time-parts redefines ws-time-work.
           05 ws-time-hh             pic 9(2).
           05 ws-time-mm             pic 9(2).
           05 ws-time-ss             pic 9(2).
       01 arrival-seconds            pic 9(5).
       01 end-seconds                pic 9(5).
       01 wait-seconds               pic 9(5).
       01 ws-stat-called             pic 9(5).
       01 ws-stat-total-wait         pic 9(9).
       01 ws-stat-longest            pic 9(5).

       01 reason-name-table.
           05 filler                 pic x(12) value "TELLER".
           05 filler                 pic x(12) value "NEW ACCOUNT".
           05 filler                 pic x(12) value "LOAN".
           05 filler                 pic x(12) value "COMPLAINT".
           05 filler                 pic x(12) value "ALL REASONS".
       01 reason-names redefines reason-name-table.
           05 reason-name            pic x(12) occurs 5 times.

       01 class-name-table.
           05 filler                 pic x(12) value "CUSTOMERS".
           05 filler                 pic x(12) value "WALK-INS".
           05 filler                 pic x(12) value "ALL VISITORS".
       01 class-names redefines class-name-table.
           05 class-name             pic x(12) occurs 3 times.

       01 hour-reason-table.
      *> Arrivals by the hour they checked in, per visit reason with
      *> the fifth slot for all reasons together; a wait is the time
      *> from check-in to call-up and is counted for every visitor
      *> called, served or not.
           05 hour-entry occurs 24 times.
               10 reason-entry occurs 5 times.
                   15 hrs-arrived    pic 9(5).
                   15 hrs-called     pic 9(5).
                   15 hrs-total-wait pic 9(9).
                   15 hrs-longest    pic 9(5).

       01 visitor-class-table.
      *> Known customers, walk-ins, and everyone.
           05 class-entry occurs 3 times.
               10 vcs-arrived        pic 9(5).
               10 vcs-served         pic 9(5).
               10 vcs-left           pic 9(5).
               10 vcs-called         pic 9(5).
               10 vcs-total-wait     pic 9(9).
               10 vcs-longest        pic 9(5).

       01 section-heading-line       pic x(80).

       01 hour-column-line.
           05 filler             pic x(40) value
               "HOUR   REASON      ARRIVED   CALLED   AV".
           05 filler             pic x(40) value
               "G WAIT   LONGEST  (MINUTES)".

       01 hour-detail-line.
           05 hdl-hour           pic x(5).
           05 filler             pic x(2) value spaces.
           05 hdl-reason         pic x(12).
           05 filler             pic x(2) value spaces.
           05 hdl-arrived        pic zzzz9.
           05 filler             pic x(4) value spaces.
           05 hdl-called         pic zzzz9.
           05 filler             pic x(5) value spaces.
           05 hdl-average        pic zzz9.9.
           05 filler             pic x(4) value spaces.
           05 hdl-longest        pic zzz9.9.

       01 class-column-line.
           05 filler             pic x(40) value
               "CLASS       ARRIVED   SERVED    LEFT   A".
           05 filler             pic x(40) value
               "VG WAIT   LONGEST  (MINUTES)".

       01 class-detail-line.
           05 cdl-class          pic x(12).
           05 filler             pic x(2) value spaces.
           05 cdl-arrived        pic zzzz9.
           05 filler             pic x(4) value spaces.
           05 cdl-served         pic zzzz9.
           05 filler             pic x(3) value spaces.
           05 cdl-left           pic zzzz9.
           05 filler             pic x(5) value spaces.
           05 cdl-average        pic zzz9.9.
           05 filler             pic x(4) value spaces.
           05 cdl-longest        pic zzz9.9.

       01 left-column-line.
           05 filler             pic x(40) value
               "TICKET  VISITOR               REASON    ".
           05 filler             pic x(40) value
               "  CLASS    ARRIVED  LEFT     WAITED".

       01 left-detail-line.
           05 ldl-ticket         pic 9(4).
           05 filler             pic x(4) value spaces.
           05 ldl-name           pic x(20).
           05 filler             pic x(2) value spaces.
           05 ldl-reason         pic x(12).
           05 filler             pic x(2) value spaces.
           05 ldl-class          pic x(1).
           05 filler             pic x(6) value spaces.
           05 ldl-arrived        pic x(8).
           05 filler             pic x(1) value space.
           05 ldl-left           pic x(8).
           05 filler             pic x(1) value space.
           05 ldl-waited         pic zzz9.9.
           05 filler             pic x(1) value space.
           05 ldl-remark         pic x(4).

       01 left-total-line.
           05 filler             pic x(36) value
               "VISITORS WHO LEFT BEFORE SERVICE:   ".
           05 ltl-count          pic zzzz9.

       01 empty-queue-line pic x(40) value
           "NO VISITORS CHECKED IN TODAY".

       procedure division.
       *> The branch manager's day at the queue: every ticket the
       *> greeter issued today is read back from VISITQUE and the
       *> wait from check-in to call-up is summarized -- average and
       *> longest by hour of arrival and visit reason, then known
       *> customers against walk-ins -- followed by the list of
       *> visitors who left before being served. A ticket never
       *> called and never closed when the report runs is listed
       *> with them, flagged OPEN, since nobody served it either.
           perform write-run-log-start
           move function current-date(1:8) to ws-today
           initialize hour-reason-table
           initialize visitor-class-table
           open output wait-report-file
           perform print-report-header
           open input visit-queue-file
           if queue-not-found
               move empty-queue-line to report-line
               write report-line
           else
               perform position-at-today
               perform accumulate-next-ticket until end-of-queue
               if tickets-read-count = zero
                   move empty-queue-line to report-line
                   write report-line
               else
                   perform print-hour-section
                   perform print-class-section
                   perform print-left-section
               end-if
               close visit-queue-file
           end-if
           close wait-report-file
           display "visitorwaitreport: " tickets-read-count
               " tickets, " not-served-count " not served"
           perform write-run-log-end
           stop run
           .

       print-report-header.
           move "BRANCH QUEUE WAIT TIMES" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       position-at-today.
           move ws-today to vq-visit-date
           move zero to vq-ticket-number
           move "00" to ws-queue-status
           start visit-queue-file key is greater than or equal to
               vq-ticket-key
               invalid key move "10" to ws-queue-status
           end-start
           .

       accumulate-next-ticket.
           read visit-queue-file next record
               at end move "10" to ws-queue-status
               not at end
                   if vq-visit-date not = ws-today
                       move "10" to ws-queue-status
                   else
                       perform accumulate-ticket
                   end-if
           end-read
           .

       accumulate-ticket.
           add 1 to tickets-read-count
           move vq-checkin-time to ws-time-work
           compute arrival-seconds =
               ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
           compute hour-sub = ws-time-hh + 1
           evaluate true
               when vq-reason-new-account
                   move 2 to reason-sub
               when vq-reason-loan
                   move 3 to reason-sub
               when vq-reason-complaint
                   move 4 to reason-sub
               when other
                   move 1 to reason-sub
           end-evaluate
           if vq-known-customer
               move 1 to class-sub
           else
               move 2 to class-sub
           end-if
           add 1 to hrs-arrived(hour-sub, reason-sub)
           add 1 to hrs-arrived(hour-sub, 5)
           add 1 to vcs-arrived(class-sub)
           add 1 to vcs-arrived(3)
           if vq-served
               add 1 to vcs-served(class-sub)
               add 1 to vcs-served(3)
           end-if
           if vq-left-unserved or vq-waiting
               add 1 to vcs-left(class-sub)
               add 1 to vcs-left(3)
               add 1 to not-served-count
           end-if
           if vq-called-time > zero
               move vq-called-time to ws-time-work
               compute end-seconds =
                   ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
               move zero to wait-seconds
               if end-seconds > arrival-seconds
                   compute wait-seconds = end-seconds - arrival-seconds
               end-if
               add 1 to hrs-called(hour-sub, reason-sub)
               add wait-seconds to hrs-total-wait(hour-sub, reason-sub)
               if wait-seconds > hrs-longest(hour-sub, reason-sub)
                   move wait-seconds
                       to hrs-longest(hour-sub, reason-sub)
               end-if
               add 1 to hrs-called(hour-sub, 5)
               add wait-seconds to hrs-total-wait(hour-sub, 5)
               if wait-seconds > hrs-longest(hour-sub, 5)
                   move wait-seconds to hrs-longest(hour-sub, 5)
               end-if
               perform add-class-wait
               move 3 to class-sub
               perform add-class-wait
           end-if
           .

       add-class-wait.
           add 1 to vcs-called(class-sub)
           add wait-seconds to vcs-total-wait(class-sub)
           if wait-seconds > vcs-longest(class-sub)
               move wait-seconds to vcs-longest(class-sub)
           end-if
           .

       print-hour-section.
           move "WAIT BY HOUR OF ARRIVAL AND VISIT REASON"
               to section-heading-line
           move section-heading-line to report-line
           write report-line
           move hour-column-line to report-line
           write report-line
           perform print-one-hour
               varying hour-sub from 1 by 1 until hour-sub > 24
           .

       print-one-hour.
           if hrs-arrived(hour-sub, 5) > zero
               compute ws-time-hh = hour-sub - 1
               move spaces to hdl-hour
               move ws-time-hh to hdl-hour(1:2)
               move ":00" to hdl-hour(3:3)
               perform print-hour-reason
                   varying reason-sub from 1 by 1 until reason-sub > 5
               move spaces to report-line
               write report-line
           end-if
           .

       print-hour-reason.
           if hrs-arrived(hour-sub, reason-sub) > zero
               move reason-name(reason-sub) to hdl-reason
               move hrs-arrived(hour-sub, reason-sub) to hdl-arrived
               move hrs-called(hour-sub, reason-sub) to ws-stat-called
               move hrs-total-wait(hour-sub, reason-sub)
                   to ws-stat-total-wait
               move hrs-longest(hour-sub, reason-sub) to ws-stat-longest
               move ws-stat-called to hdl-called
               perform compute-wait-minutes
               move hour-detail-line to report-line
               write report-line
               move spaces to hdl-hour
           end-if
           .

       compute-wait-minutes.
           if ws-stat-called > zero
               compute hdl-average rounded =
                   ws-stat-total-wait / ws-stat-called / 60
               compute hdl-longest rounded = ws-stat-longest / 60
               compute cdl-average rounded =
                   ws-stat-total-wait / ws-stat-called / 60
               compute cdl-longest rounded = ws-stat-longest / 60
           else
               move zero to hdl-average
               move zero to hdl-longest
               move zero to cdl-average
               move zero to cdl-longest
           end-if
           .

       print-class-section.
           move "KNOWN CUSTOMERS AGAINST WALK-INS"
               to section-heading-line
           move section-heading-line to report-line
           write report-line
           move class-column-line to report-line
           write report-line
           perform print-one-class
               varying class-sub from 1 by 1 until class-sub > 3
           move spaces to report-line
           write report-line
           .

       print-one-class.
           move class-name(class-sub) to cdl-class
           move vcs-arrived(class-sub) to cdl-arrived
           move vcs-served(class-sub) to cdl-served
           move vcs-left(class-sub) to cdl-left
           move vcs-called(class-sub) to ws-stat-called
           move vcs-total-wait(class-sub) to ws-stat-total-wait
           move vcs-longest(class-sub) to ws-stat-longest
           perform compute-wait-minutes
           move class-detail-line to report-line
           write report-line
           .

       print-left-section.
       *> A second pass over the day's tickets, listing each one that
       *> ended without service. Waited runs from check-in to when
       *> the visitor was marked left; an open ticket has no end yet.
           move "VISITORS WHO LEFT BEFORE BEING SERVED"
               to section-heading-line
           move section-heading-line to report-line
           write report-line
           move left-column-line to report-line
           write report-line
           perform position-at-today
           perform list-next-left-ticket until end-of-queue
           move not-served-count to ltl-count
           move left-total-line to report-line
           write report-line
           .

       list-next-left-ticket.
           read visit-queue-file next record
               at end move "10" to ws-queue-status
               not at end
                   if vq-visit-date not = ws-today
                       move "10" to ws-queue-status
                   else
                       if vq-left-unserved or vq-waiting
                           perform print-left-ticket
                       end-if
                   end-if
           end-read
           .

       print-left-ticket.
           move vq-ticket-number to ldl-ticket
           move vq-visitor-name to ldl-name
           move reason-name(1) to ldl-reason
           evaluate true
               when vq-reason-new-account
                   move reason-name(2) to ldl-reason
               when vq-reason-loan
                   move reason-name(3) to ldl-reason
               when vq-reason-complaint
                   move reason-name(4) to ldl-reason
           end-evaluate
           move vq-visitor-class to ldl-class
           move vq-checkin-time to ws-time-work
           perform format-clock-time
           move ldl-left to ldl-arrived
           compute arrival-seconds =
               ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
           if vq-waiting
               move spaces to ldl-left
               move zero to ldl-waited
               move "OPEN" to ldl-remark
           else
               move vq-left-time to ws-time-work
               perform format-clock-time
               compute end-seconds =
                   ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
               move zero to wait-seconds
               if end-seconds > arrival-seconds
                   compute wait-seconds = end-seconds - arrival-seconds
               end-if
               compute ldl-waited rounded = wait-seconds / 60
               move spaces to ldl-remark
           end-if
           move left-detail-line to report-line
           write report-line
           .

       format-clock-time.
           move ws-time-hh to ldl-left(1:2)
           move ":" to ldl-left(3:1)
           move ws-time-mm to ldl-left(4:2)
           move ":" to ldl-left(6:1)
           move ws-time-ss to ldl-left(7:2)
           .

       write-run-log-end.
           move "END" to rll-event-type
           move tickets-read-count to rll-processed-count
           move zero to rll-rejected-count
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
           move "VISITORWAITREPORT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program VisitorWaitReport.
