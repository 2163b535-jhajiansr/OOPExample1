       identification division.

       program-id. SarReport.

       environment division.
       input-output section.
       file-control.
           select sar-case-file assign to "SARCASE"
               organization indexed
               access dynamic
               record key is sar-case-id
               file status is ws-case-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select sar-extract-file assign to "SAREXTR"
               organization line sequential.
           select aging-report-file assign to "SARAGRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  sar-case-file.
           copy "SarCaseRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  sar-extract-file.
       01  sar-extract-record.
       *> The regulatory filing layout: one "H" filer record, one "D"
       *> subject record per case decided for filing -- the subject's
       *> identity and address as the customer master holds them, the
       *> cash direction, the activity window and its total in whole
       *> cents, and who decided to file -- and one "F" final record
       *> with the subject count and cents total for load proof.
           05  sxr-record-type      pic x(1).
               88  sxr-filer-record     value "H".
               88  sxr-subject-record   value "D".
               88  sxr-final-record     value "F".
           05  sxr-subject-fields.
               10  sxr-case-id          pic 9(6).
               10  sxr-owner-id         pic x(10).
               10  sxr-subject-tin      pic 9(9).
               10  sxr-subject-name     pic x(30).
               10  sxr-address-line-1   pic x(30).
               10  sxr-city             pic x(20).
               10  sxr-state            pic x(2).
               10  sxr-postal-code      pic x(10).
               10  sxr-cash-direction   pic x(1).
               10  sxr-window-start     pic 9(8).
               10  sxr-window-end       pic 9(8).
               10  sxr-window-cents     pic 9(12).
               10  sxr-decided-date     pic 9(8).
               10  sxr-decided-by       pic x(10).
           05  sxr-filer-fields redefines sxr-subject-fields.
               10  sxr-run-date         pic 9(8).
               10  sxr-filer-name       pic x(40).
               10  filler               pic x(116).
           05  sxr-final-fields redefines sxr-subject-fields.
               10  sxr-subject-count    pic 9(7).
               10  sxr-total-cents      pic 9(15).
               10  filler               pic x(142).

       fd  aging-report-file.
       01  report-line pic x(132).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-case-status             pic xx.
           88 cases-not-found        value "35".
       01 ws-customer-status         pic xx.
           88 customer-master-missing value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       copy "ReportHeader.cpy".

       01 ws-today                   pic 9(8).
       01 ws-days-open               pic s9(5).
       01 ws-window-cents            pic 9(12).
       01 decision-due-days          pic 9(3) value 30.
       01 extracted-count            pic 9(7) value 0.
       01 extracted-total-cents      pic 9(15) value 0.
       01 open-case-count            pic 9(5) value 0.
       01 overdue-count              pic 9(5) value 0.
       01 aging-bucket-counts.
           05 bucket-count           pic 9(5) occurs 4 times.
       01 bucket-sub                 pic 9(1).
       01 aging-bucket-labels.
           05 filler                 pic x(8) value "0-30".
           05 filler                 pic x(8) value "31-60".
           05 filler                 pic x(8) value "61-90".
           05 filler                 pic x(8) value "OVER 90".
       01 aging-bucket-label-table redefines aging-bucket-labels.
           05 bucket-label           pic x(8) occurs 4 times.

       01 aging-heading-line.
           05 filler             pic x(40) value
               "CASE    OWNER       DIR  OPENED     DAYS".
           05 filler             pic x(40) value
               "  AGE     SCORE  FOLLOW-UP".

       01 aging-detail-line.
           05 adl-case-id        pic 9(6).
           05 filler             pic x(2) value spaces.
           05 adl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 adl-direction      pic x(3).
           05 filler             pic x(2) value spaces.
           05 adl-opened-date    pic 9(8).
           05 filler             pic x(2) value spaces.
           05 adl-days-open      pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 adl-bucket         pic x(8).
           05 filler             pic x(2) value spaces.
           05 adl-score          pic zz9.
           05 filler             pic x(2) value spaces.
           05 adl-follow-up      pic x(24).

       01 bucket-summary-line.
           05 filler             pic x(5) value "OPEN ".
           05 bsl-label          pic x(8).
           05 filler             pic x(2) value ": ".
           05 bsl-count          pic zzzz9.

       01 run-summary-line.
           05 filler             pic x(12) value "OPEN CASES: ".
           05 rsl-open           pic zzzz9.
           05 filler             pic x(28) value
               "   UNDECIDED PAST DUE DATE: ".
           05 rsl-overdue        pic zzzz9.
           05 filler             pic x(28) value
               "   CUT TO FILING EXTRACT:   ".
           05 rsl-extracted      pic zzzzzz9.

       procedure division.
       *> Suspicious-activity reporting, run nightly after the
       *> structuring detection. Every case the case desk closed as
       *> file SAR and not yet cut goes to the SAREXTR filing extract
       *> with the subject resolved on the customer master, and is
       *> stamped with the date it was cut so it is filed once. Every
       *> case still open is listed on the SARAGRPT aging report by
       *> days since it opened -- 0-30, 31-60, 61-90 and over 90 --
       *> and one open past the 30 days the bank has to decide a case
       *> is flagged for follow-up and sets return code 4. A subject
       *> the customer master cannot resolve -- a pseudo-owner built
       *> for a purged account, or an owner not on file -- is filed
       *> as an unknown subject under the case's owner id rather than
       *> held back.
           perform write-run-log-start
           perform initialize-run
           if not cases-not-found
               perform walk-cases
           end-if
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           initialize aging-bucket-counts
           open i-o sar-case-file
           if cases-not-found
               display "sarreport: SARCASE missing -- no cases to"
                   " report"
           end-if
           open input customer-master-file
           open output sar-extract-file
           open output aging-report-file
           perform print-report-header
           move spaces to sar-extract-record
           set sxr-filer-record to true
           move ws-today to sxr-run-date
           move "COMMONWEALTH BANK" to sxr-filer-name
           write sar-extract-record
           .

       print-report-header.
           move "SAR CASE AGING" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move aging-heading-line to report-line
           write report-line
           .

       walk-cases.
           move zero to sar-case-id
           start sar-case-file key is greater than or equal to
               sar-case-id
               invalid key move "10" to ws-case-status
           end-start
           perform report-one-case until ws-case-status = "10"
           move "00" to ws-case-status
           .

       report-one-case.
           read sar-case-file next record
               at end move "10" to ws-case-status
               not at end
                   evaluate true
                       when sar-case-open
                           perform age-open-case
                       when sar-closed-file-sar
                           and sar-extracted-date = zero
                           perform extract-sar-case
                       when other
                           continue
                   end-evaluate
           end-read
           .

       age-open-case.
           add 1 to open-case-count
           compute ws-days-open =
               function integer-of-date(ws-today)
                   - function integer-of-date(sar-opened-date)
           evaluate true
               when ws-days-open <= 30
                   move 1 to bucket-sub
               when ws-days-open <= 60
                   move 2 to bucket-sub
               when ws-days-open <= 90
                   move 3 to bucket-sub
               when other
                   move 4 to bucket-sub
           end-evaluate
           add 1 to bucket-count(bucket-sub)
           move spaces to aging-detail-line
           move sar-case-id to adl-case-id
           move sar-owner-id to adl-owner-id
           if sar-cash-in
               move "IN" to adl-direction
           else
               move "OUT" to adl-direction
           end-if
           move sar-opened-date to adl-opened-date
           move ws-days-open to adl-days-open
           move bucket-label(bucket-sub) to adl-bucket
           move sar-score to adl-score
           if ws-days-open > decision-due-days
               move "UNDECIDED PAST DUE DATE" to adl-follow-up
               add 1 to overdue-count
           end-if
           move aging-detail-line to report-line
           write report-line
           .

       extract-sar-case.
           move spaces to sar-extract-record
           set sxr-subject-record to true
           move sar-case-id to sxr-case-id
           move sar-owner-id to sxr-owner-id
           move zero to sxr-subject-tin
           move "UNKNOWN SUBJECT" to sxr-subject-name
           if not customer-master-missing
               move sar-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       perform fill-subject-identity
               end-read
           end-if
           move sar-cash-direction to sxr-cash-direction
           move sar-window-start to sxr-window-start
           move sar-window-end to sxr-window-end
           compute ws-window-cents = sar-window-total * 100
           move ws-window-cents to sxr-window-cents
           move sar-closed-date to sxr-decided-date
           move sar-closed-by to sxr-decided-by
           write sar-extract-record
           add 1 to extracted-count
           add ws-window-cents to extracted-total-cents
           move ws-today to sar-extracted-date
           rewrite sar-case-record
               invalid key
                   display "sarreport: case " sar-case-id
                       " cut but could not be stamped"
                   move 8 to ws-log-return-code
           end-rewrite
           .

       fill-subject-identity.
           if cust-tin numeric
               move cust-tin to sxr-subject-tin
           end-if
           move cust-name to sxr-subject-name
           move cust-address-line-1 to sxr-address-line-1
           move cust-city to sxr-city
           move cust-state to sxr-state
           move cust-postal-code to sxr-postal-code
           .

       terminate-run.
           move spaces to sar-extract-record
           set sxr-final-record to true
           move extracted-count to sxr-subject-count
           move extracted-total-cents to sxr-total-cents
           write sar-extract-record
           move spaces to report-line
           write report-line
           perform print-bucket-summary
               varying bucket-sub from 1 by 1 until bucket-sub > 4
           move open-case-count to rsl-open
           move overdue-count to rsl-overdue
           move extracted-count to rsl-extracted
           move run-summary-line to report-line
           write report-line
           if not cases-not-found
               close sar-case-file
           end-if
           close customer-master-file
           close sar-extract-file
           close aging-report-file
           if overdue-count > zero and ws-log-return-code < 4
               move 4 to ws-log-return-code
           end-if
           display "sarreport: " extracted-count " cases cut, "
               overdue-count " open past the decision date"
           perform write-run-log-end
           .

       print-bucket-summary.
           move bucket-label(bucket-sub) to bsl-label
           move bucket-count(bucket-sub) to bsl-count
           move bucket-summary-line to report-line
           write report-line
           .

       write-run-log-end.
           move "END" to rll-event-type
           move extracted-count to rll-processed-count
           move overdue-count to rll-rejected-count
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
           move "SARREPORT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program SarReport.
