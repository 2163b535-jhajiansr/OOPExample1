       identification division.

       program-id. OfficialCheckRecon.

       environment division.
       input-output section.
       file-control.
           select paid-item-file assign to "OFCPAID"
               organization line sequential
               file status is ws-paid-status.
           select official-check-file assign to "OFCHECKS"
               organization indexed
               access dynamic
               record key is ofc-serial-number
               file status is ws-check-status.
           select gl-control-file assign to "OFCGLCTL"
               organization line sequential
               file status is ws-gl-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select reconciliation-report-file assign to "OFCRECON"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  paid-item-file.
       01  raw-paid-record pic x(44).

       fd  official-check-file.
           copy "OfficialCheckRecord.cpy".

       fd  gl-control-file.
       01  gl-control-record.
           05  ofc-gl-control-total pic 9(9)v99.

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  reconciliation-report-file.
       01  report-line pic x(100).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       copy "OfficialCheckPaidRecord.cpy".
       01 ws-paid-status             pic xx.
           88 paid-file-not-found    value "35".
       01 ws-eof-flag                pic x value "N".
           88 end-of-paid-items      value "Y".
       01 ws-paid-file-flag          pic x(1) value "N".
           88 paid-file-present      value "Y".
       01 ws-check-status            pic xx.
       01 ws-gl-status               pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 parameter-found-flags.
           05 check-escheat-days-found pic x value "N".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18)
                                     value "OFFICIALCHECKRECON".
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
       01 ws-file-date               pic 9(8) value zero.
       01 ws-detail-count            pic 9(7).
       01 ws-input-amount-total      pic 9(11)v99.
       01 ws-trailer-count-in        pic 9(7).
       01 ws-trailer-total-in        pic 9(11)v99.

       01 ws-today                   pic 9(8).
       01 today-date-integer         pic 9(8) comp.
       01 days-outstanding           pic s9(5) comp.
       01 check-escheat-days         pic 9(5) value 1095.
       01 ws-paid-result             pic x(20).
       01 gl-expected-total          pic s9(11)v99 value 0.
       01 out-of-balance-amount      pic s9(11)v99.
       01 ws-gl-total-flag           pic x(1) value "N".
           88 gl-total-present       value "Y".

       01 paid-count                 pic 9(7) value 0.
       01 paid-amount-total          pic 9(11)v99 value 0.
       01 exception-count            pic 9(7) value 0.
       01 outstanding-count          pic 9(7) value 0.
       01 outstanding-total          pic 9(11)v99 value 0.
       01 escheat-due-count          pic 9(7) value 0.

       copy "ReportHeader.cpy".

       01 paid-section-line          pic x(40) value
           "PAID ITEMS FROM THE CLEARING BANK".

       01 paid-heading-line.
           05 filler             pic x(40) value
               "SERIAL       ISSUED AMT      PAID AMT  P".
           05 filler             pic x(40) value
               "AID DATE  ISSUED    RESULT              ".
           05 filler             pic x(7) value
               "  TRACE".

       01 paid-detail-line.
           05 pdl-serial-number  pic x(9).
           05 filler             pic x(2) value spaces.
           05 pdl-issued-amount  pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 pdl-paid-amount    pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 pdl-paid-date      pic 9(8).
           05 filler             pic x(2) value spaces.
           05 pdl-issue-date     pic 9(8).
           05 filler             pic x(2) value spaces.
           05 pdl-result         pic x(20).
           05 filler             pic x(2) value spaces.
           05 pdl-item-trace     pic x(15).

       01 outstanding-section-line   pic x(40) value
           "OUTSTANDING OFFICIAL CHECKS".

       01 outstanding-heading-line.
           05 filler             pic x(40) value
               "SERIAL     ISSUED    PAYEE              ".
           05 filler             pic x(40) value
               "                   AMOUNT   DAYS  DRAWN ".
           05 filler             pic x(15) value
               "ON    FOLLOW-UP".

       01 outstanding-detail-line.
           05 odl-serial-number  pic 9(9).
           05 filler             pic x(2) value spaces.
           05 odl-issue-date     pic 9(8).
           05 filler             pic x(2) value spaces.
           05 odl-payee-name     pic x(30).
           05 filler             pic x(2) value spaces.
           05 odl-amount         pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 odl-days           pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 odl-drawn-on       pic x(10).
           05 filler             pic x(2) value spaces.
           05 odl-follow-up      pic x(11).

       01 control-refusal-line.
           05 filler             pic x(30) value
               "RUN REFUSED -- CONTROL CHECK: ".
           05 crl-reason         pic x(30).

       01 count-summary-line.
           05 csl-label          pic x(24).
           05 csl-count          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "AMOUNT: ".
           05 csl-amount         pic z(10)9.99.

       01 outstanding-total-line.
           05 filler             pic x(24) value
               "OUTSTANDING CHECKS:     ".
           05 otl-total          pic z(10)9.99.

       01 gl-total-line.
           05 filler             pic x(24) value
               "OFFICIAL CHECK GL:      ".
           05 gtl-total          pic z(10)9.99.

       01 result-line-balanced pic x(40) value
           "RECONCILED -- TOTALS MATCH".

       01 result-line-no-gl pic x(40) value
           "NOT RECONCILED -- OFCGLCTL MISSING".

       01 result-line-out-of-balance.
           05 filler             pic x(24) value
               "OUT OF BALANCE BY:      ".
           05 rlo-difference     pic z(10)9.99.

       procedure division.
       *> Official-check reconciliation, run nightly once the day's
       *> cheques are all issued. The clearing bank's OFCPAID file of
       *> official checks it paid against us is proved against its
       *> own header/trailer control totals, then each item is
       *> matched to the OFCHECKS register by serial: an outstanding
       *> check paid for its issued amount is marked paid. The rest
       *> are exceptions and stay as they are for the back office --
       *> paid but never issued, paid for an amount other than the
       *> one issued (the check stays outstanding), paid twice, or
       *> paid after the state was sent the funds as unclaimed
       *> property. Every check still outstanding is then listed
       *> with its age -- one past OFC-ESCHEAT-DAYS is due for the
       *> dormancy review's escheatment extract -- and their total is
       *> reconciled to the official-check GL balance the ledger
       *> posts to OFCGLCTL. Exceptions or an out-of-balance GL set
       *> return code 4; a paid-items file failing its controls is
       *> refused whole with return code 16. The consumed paid-items
       *> file is truncated so a rerun cannot pay the same items
       *> twice.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               if run-controls-ok
                   if not end-of-paid-items
                       perform write-paid-section-heading
                       perform read-next-paid-record
                       perform match-one-paid-record
                           until end-of-paid-items
                   end-if
                   perform list-outstanding-checks
                   perform reconcile-to-gl
               else
                   perform refuse-run
               end-if
               perform terminate-run
           else
               display "officialcheckrecon: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           compute today-date-integer =
               function integer-of-date(ws-today)
           perform load-business-parameters
           open i-o official-check-file
           if ws-check-status = "35"
               *> first run -- no official check issued yet
               open output official-check-file
               close official-check-file
               open i-o official-check-file
           end-if
           open input paid-item-file
           if paid-file-not-found
               *> no paid-items file arrived today -- nothing paid
               set end-of-paid-items to true
           else
               set paid-file-present to true
               perform verify-control-totals
           end-if
           open output reconciliation-report-file
           perform print-report-header
           .

       print-report-header.
           move "OFFICIAL CHECK RECONCILIATION" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "officialcheckrecon: BUSPARMS missing --"
                   " using compiled defaults"
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
           evaluate bp-parameter-key
               when "OFC-ESCHEAT-DAYS"
                   move bp-parameter-value to check-escheat-days
                   move "Y" to check-escheat-days-found
                   display "officialcheckrecon: OFC-ESCHEAT-DAYS"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if check-escheat-days-found = "N"
               display "officialcheckrecon: OFC-ESCHEAT-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       verify-control-totals.
       *> Pre-pass over the whole paid-items file before a single
       *> check is marked -- it has to open with the clearing bank's
       *> header, close with its trailer, and the trailer's item
       *> count and amount total have to match the file.
           move 0 to ws-record-number
           move 0 to ws-detail-count
           move 0 to ws-input-amount-total
           perform read-next-paid-record
           if end-of-paid-items
               *> empty file -- treat like a missing one
               continue
           else
               perform tally-control-record
                   until end-of-paid-items
               evaluate true
                   when not header-seen
                       set run-controls-bad to true
                       move "NO PAID-ITEMS HEADER"
                           to ws-control-reason
                   when not trailer-seen
                       set run-controls-bad to true
                       move "NO PAID-ITEMS TRAILER"
                           to ws-control-reason
                   when ws-detail-count not = ws-trailer-count-in
                       set run-controls-bad to true
                       move "ITEM COUNT MISMATCH" to ws-control-reason
                   when ws-input-amount-total
                           not = ws-trailer-total-in
                       set run-controls-bad to true
                       move "AMOUNT TOTAL MISMATCH"
                           to ws-control-reason
                   when other
                       continue
               end-evaluate
               *> back to the top for the matching pass
               close paid-item-file
               open input paid-item-file
               move "N" to ws-eof-flag
           end-if
           .

       read-next-paid-record.
           read paid-item-file
               at end set end-of-paid-items to true
               not at end
                   move raw-paid-record to official-check-paid-record
           end-read
           .

       tally-control-record.
           add 1 to ws-record-number
           evaluate true
               when opd-header-record
                   if ws-record-number = 1
                       set header-seen to true
                       move opd-file-date to ws-file-date
                   end-if
               when opd-trailer-record
                   set trailer-seen to true
                   move opd-item-count to ws-trailer-count-in
                   move opd-amount-total to ws-trailer-total-in
               when opd-detail-record
                   add 1 to ws-detail-count
                   if opd-amount numeric
                       add opd-amount to ws-input-amount-total
                   end-if
               when other
                   continue
           end-evaluate
           perform read-next-paid-record
           .

       refuse-run.
           move ws-control-reason to crl-reason
           move control-refusal-line to report-line
           write report-line
           display "officialcheckrecon: run refused -- "
               ws-control-reason
           move 16 to ws-log-return-code
           move 16 to return-code
           .

       write-paid-section-heading.
           move spaces to report-line
           write report-line
           move paid-section-line to report-line
           write report-line
           move paid-heading-line to report-line
           write report-line
           .

       match-one-paid-record.
           if opd-detail-record
               perform match-paid-item
           end-if
           perform read-next-paid-record
           .

       match-paid-item.
           move zero to pdl-issued-amount
           move zero to pdl-issue-date
           if opd-serial-number not numeric
               move "SERIAL UNREADABLE" to ws-paid-result
               add 1 to exception-count
           else
               move opd-serial-number to ofc-serial-number
               read official-check-file
                   invalid key
                       move "PAID NOT ISSUED" to ws-paid-result
                       add 1 to exception-count
                   not invalid key
                       perform apply-paid-item
               end-read
           end-if
           perform write-paid-detail
           .

       apply-paid-item.
           move ofc-amount to pdl-issued-amount
           move ofc-issue-date to pdl-issue-date
           evaluate true
               when ofc-paid
                   move "PAID TWICE" to ws-paid-result
                   add 1 to exception-count
               when ofc-escheated
                   move "PAID AFTER ESCHEAT" to ws-paid-result
                   add 1 to exception-count
               when opd-amount not numeric
                   move "AMOUNT MISMATCH" to ws-paid-result
                   add 1 to exception-count
               when opd-amount not = ofc-amount
                   move "AMOUNT MISMATCH" to ws-paid-result
                   add 1 to exception-count
               when other
                   perform mark-check-paid
           end-evaluate
           .

       mark-check-paid.
           set ofc-paid to true
           if opd-paid-date numeric
               move opd-paid-date to ofc-paid-date
           else
               move ws-file-date to ofc-paid-date
           end-if
           move opd-amount to ofc-paid-amount
           rewrite official-check-record
               invalid key
                   move "NOT MARKED PAID" to ws-paid-result
                   add 1 to exception-count
               not invalid key
                   move "PAID" to ws-paid-result
                   add 1 to paid-count
                   add opd-amount to paid-amount-total
           end-rewrite
           .

       write-paid-detail.
           move opd-serial-number to pdl-serial-number
           if opd-amount numeric
               move opd-amount to pdl-paid-amount
           else
               move zero to pdl-paid-amount
           end-if
           if opd-paid-date numeric
               move opd-paid-date to pdl-paid-date
           else
               move zero to pdl-paid-date
           end-if
           move ws-paid-result to pdl-result
           move opd-item-trace to pdl-item-trace
           move paid-detail-line to report-line
           write report-line
           .

       list-outstanding-checks.
           move spaces to report-line
           write report-line
           move outstanding-section-line to report-line
           write report-line
           move outstanding-heading-line to report-line
           write report-line
           move zero to ofc-serial-number
           start official-check-file key is greater than or equal to
               ofc-serial-number
               invalid key move "10" to ws-check-status
           end-start
           perform list-one-check until ws-check-status = "10"
           move "00" to ws-check-status
           .

       list-one-check.
           read official-check-file next record
               at end move "10" to ws-check-status
               not at end
                   if ofc-outstanding
                       perform write-outstanding-detail
                   end-if
           end-read
           .

       write-outstanding-detail.
           add 1 to outstanding-count
           add ofc-amount to outstanding-total
           compute days-outstanding = today-date-integer
               - function integer-of-date(ofc-issue-date)
           move spaces to odl-follow-up
           if days-outstanding >= check-escheat-days
               move "ESCHEAT DUE" to odl-follow-up
               add 1 to escheat-due-count
           end-if
           move ofc-serial-number to odl-serial-number
           move ofc-issue-date to odl-issue-date
           move ofc-payee-name to odl-payee-name
           move ofc-amount to odl-amount
           move days-outstanding to odl-days
           if ofc-drawn-on-gl
               move ofc-source-gl to odl-drawn-on
           else
               move ofc-source-account to odl-drawn-on
           end-if
           move outstanding-detail-line to report-line
           write report-line
           .

       reconcile-to-gl.
       *> The official-check GL account carries every cheque issued
       *> and not yet paid or escheated -- the outstanding list just
       *> walked, to the cent. Purchases (OC) and legal remittances
       *> (LG) credit it through the customer journal; an escheated
       *> cheque leaves it and the state's remittance cheque joins it
       *> through the OFCGL movements the GL extract carries.
           open input gl-control-file
           if ws-gl-status = "00"
               read gl-control-file
                   at end move 0 to gl-expected-total
                   not at end
                       move ofc-gl-control-total to gl-expected-total
               end-read
               close gl-control-file
               set gl-total-present to true
           end-if
           move spaces to report-line
           write report-line
           move outstanding-total to otl-total
           move outstanding-total-line to report-line
           write report-line
           if gl-total-present
               move gl-expected-total to gtl-total
               move gl-total-line to report-line
               write report-line
               if outstanding-total = gl-expected-total
                   move result-line-balanced to report-line
                   write report-line
               else
                   compute out-of-balance-amount =
                       outstanding-total - gl-expected-total
                   if out-of-balance-amount < zero
                       compute out-of-balance-amount =
                           0 - out-of-balance-amount
                   end-if
                   move out-of-balance-amount to rlo-difference
                   move result-line-out-of-balance to report-line
                   write report-line
                   move 4 to ws-log-return-code
               end-if
           else
               move result-line-no-gl to report-line
               write report-line
               move 4 to ws-log-return-code
           end-if
           .

       terminate-run.
           move spaces to report-line
           write report-line
           move "PAID ITEMS MARKED:" to csl-label
           move paid-count to csl-count
           move paid-amount-total to csl-amount
           move count-summary-line to report-line
           write report-line
           move "PAID-ITEM EXCEPTIONS:" to csl-label
           move exception-count to csl-count
           move zero to csl-amount
           move count-summary-line to report-line
           write report-line
           move "CHECKS OUTSTANDING:" to csl-label
           move outstanding-count to csl-count
           move outstanding-total to csl-amount
           move count-summary-line to report-line
           write report-line
           move "ESCHEAT DUE:" to csl-label
           move escheat-due-count to csl-count
           move zero to csl-amount
           move count-summary-line to report-line
           write report-line
           close official-check-file
           close reconciliation-report-file
           if paid-file-present
               close paid-item-file
               if run-controls-ok
                   *> the items are matched -- truncate the file so
                   *> a rerun cannot report them paid twice
                   open output paid-item-file
                   close paid-item-file
               end-if
           end-if
           if exception-count > zero and ws-log-return-code < 4
               move 4 to ws-log-return-code
           end-if
           display "officialcheckrecon: " paid-count " paid, "
               exception-count " exceptions, " outstanding-count
               " outstanding"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move paid-count to rll-processed-count
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
           move "OFFICIALCHECKRECON" to rll-program-id
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

       end program OfficialCheckRecon.
