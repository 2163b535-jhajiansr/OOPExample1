       identification division.

       program-id. DisputeAging.

       environment division.
       input-output section.
       file-control.
           select dispute-claim-file assign to "DSPCLAIM"
               organization indexed
               access dynamic
               record key is dsp-claim-id
               file status is ws-claim-status.
           select aging-report-file assign to "DSPAGING"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  dispute-claim-file.
           copy "DisputeClaimRecord.cpy".

       fd  aging-report-file.
       01  report-line pic x(100).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-claim-status            pic xx.
           88 claims-not-found       value "35".
           88 end-of-claims          value "10".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-today                   pic 9(8).
       01 ws-today-integer           pic 9(8) comp.
       01 ws-date-integer            pic 9(8) comp.
       01 ws-days-open               pic 9(5).
       01 ws-days-to-deadline        pic s9(5).
       01 ws-bucket-sub              pic 9(1).

       01 aging-bucket-table.
       *> Days-open bands, upper bound inclusive -- the last band
       *> catches everything older.
           05 filler pic x(19) value "010   0 - 10 DAYS  ".
           05 filler pic x(19) value "030  11 - 30 DAYS  ".
           05 filler pic x(19) value "045  31 - 45 DAYS  ".
           05 filler pic x(19) value "999  OVER 45 DAYS  ".
       01 aging-bucket-entries redefines aging-bucket-table.
           05 aging-bucket occurs 4 times.
               10 agb-upper-days     pic 9(3).
               10 agb-label          pic x(16).
       01 bucket-totals.
           05 bucket-total occurs 4 times.
               10 bkt-count          pic 9(7).
               10 bkt-amount         pic 9(11)v99.

       01 open-count                 pic 9(7) value 0.
       01 open-amount-total          pic 9(11)v99 value 0.
       01 past-deadline-count        pic 9(7) value 0.

       copy "ReportHeader.cpy".

       01 column-heading-line.
           05 filler pic x(38) value
               "CLAIM   ACCOUNT   NETWORK REF       ".
           05 filler pic x(40) value
               "  AMOUNT  OPENED   DAYS  BAND          ".
           05 filler pic x(20) value "ST  TO DEADLINE".

       01 aging-detail-line.
           05 adl-claim-id       pic 9(6).
           05 filler             pic x(2) value spaces.
           05 adl-account        pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 adl-reference      pic x(12).
           05 filler             pic x(2) value spaces.
           05 adl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 adl-opened-date    pic 9(8).
           05 filler             pic x(1) value space.
           05 adl-days-open      pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 adl-band           pic x(16).
           05 filler             pic x(2) value spaces.
           05 adl-status         pic x(1).
           05 filler             pic x(2) value spaces.
           05 adl-days-left      pic zzzz9-.
           05 filler             pic x(1) value space.
           05 adl-deadline-note  pic x(13).

       01 bucket-total-line.
           05 btl-label          pic x(16).
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "CLAIMS: ".
           05 btl-count          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "AMOUNT: ".
           05 btl-amount         pic z(10)9.99.

       01 aging-summary-line.
           05 filler             pic x(13) value "OPEN CLAIMS: ".
           05 asl-count          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "AMOUNT: ".
           05 asl-amount         pic z(10)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(15) value "PAST DEADLINE: ".
           05 asl-past-deadline  pic zzzzzz9.

       01 no-claims-line pic x(20) value "NONE".

       procedure division.
       *> Monthly open-claims aging report for compliance: every
       *> dispute claim not yet settled -- open, or carrying
       *> provisional credit -- with how long it has been open, its
       *> age band and the days left to its regulatory deadline
       *> (negative once past it), then the count and amount in each
       *> band. Claims settled final or denied are history and are
       *> left off.
           perform write-run-log-start
           move function current-date(1:8) to ws-today
           compute ws-today-integer =
               function integer-of-date(ws-today)
           initialize bucket-totals
           open output aging-report-file
           perform print-report-header
           open input dispute-claim-file
           if claims-not-found
               *> no claim has ever been opened
               continue
           else
               move zero to dsp-claim-id
               start dispute-claim-file key is greater than or equal
                   to dsp-claim-id
                   invalid key move "10" to ws-claim-status
               end-start
               perform age-next-claim until end-of-claims
               close dispute-claim-file
           end-if
           perform terminate-run
           stop run
           .

       print-report-header.
           move "OPEN DISPUTE CLAIMS AGING" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move column-heading-line to report-line
           write report-line
           .

       age-next-claim.
           read dispute-claim-file next record
               at end move "10" to ws-claim-status
               not at end
                   if dsp-claim-unsettled
                       perform write-aging-line
                   end-if
           end-read
           .

       write-aging-line.
           compute ws-date-integer =
               function integer-of-date(dsp-opened-date)
           compute ws-days-open = ws-today-integer - ws-date-integer
           compute ws-date-integer =
               function integer-of-date(dsp-deadline-date)
           compute ws-days-to-deadline =
               ws-date-integer - ws-today-integer
           move 1 to ws-bucket-sub
           perform find-aging-band
               until ws-bucket-sub >= 4
                  or ws-days-open <= agb-upper-days(ws-bucket-sub)
           move dsp-claim-id to adl-claim-id
           move dsp-account-number to adl-account
           move dsp-network-reference to adl-reference
           move dsp-item-amount to adl-amount
           move dsp-opened-date to adl-opened-date
           move ws-days-open to adl-days-open
           move agb-label(ws-bucket-sub) to adl-band
           move dsp-status to adl-status
           move ws-days-to-deadline to adl-days-left
           if ws-days-to-deadline < zero
               move "PAST DEADLINE" to adl-deadline-note
               add 1 to past-deadline-count
           else
               move spaces to adl-deadline-note
           end-if
           move aging-detail-line to report-line
           write report-line
           add 1 to bkt-count(ws-bucket-sub)
           add dsp-item-amount to bkt-amount(ws-bucket-sub)
           add 1 to open-count
           add dsp-item-amount to open-amount-total
           .

       find-aging-band.
           add 1 to ws-bucket-sub
           .

       terminate-run.
           if open-count = zero
               move no-claims-line to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           perform print-bucket-total
               varying ws-bucket-sub from 1 by 1
               until ws-bucket-sub > 4
           move open-count to asl-count
           move open-amount-total to asl-amount
           move past-deadline-count to asl-past-deadline
           move aging-summary-line to report-line
           write report-line
           close aging-report-file
           if past-deadline-count > zero
               move 4 to ws-log-return-code
           end-if
           display "disputeaging: " open-count " open claims, "
               past-deadline-count " past deadline"
           perform write-run-log-end
           .

       print-bucket-total.
           move agb-label(ws-bucket-sub) to btl-label
           move bkt-count(ws-bucket-sub) to btl-count
           move bkt-amount(ws-bucket-sub) to btl-amount
           move bucket-total-line to report-line
           write report-line
           .

       write-run-log-end.
           move "END" to rll-event-type
           move open-count to rll-processed-count
           move past-deadline-count to rll-rejected-count
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
           move "DISPUTEAGING" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program DisputeAging.
