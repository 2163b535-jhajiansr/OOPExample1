       identification division.

       program-id. DrawerProof.

       environment division.
       input-output section.
       file-control.
           select teller-drawer-file assign to "TLRDRAWR"
               organization indexed
               access dynamic
               record key is drw-key
               file status is ws-drawer-status.
           select sort-work-file assign to "DRWSRTW".
           select drawer-proof-file assign to "DRWPROOF"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  teller-drawer-file.
           copy "TellerDrawerRecord.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-branch-code      pic 9(4).
           05  srt-teller-id        pic x(10).
           05  srt-status           pic x(1).
               88  srt-drawer-open        value "O".
               88  srt-drawer-balanced    value "B".
               88  srt-signoff-pending    value "P".
               88  srt-signed-off         value "S".
           05  srt-opening-cash     pic 9(7)v99.
           05  srt-cash-deposits    pic 9(9)v99.
           05  srt-cash-withdrawals pic 9(9)v99.
           05  srt-expected-cash    pic s9(9)v99.
           05  srt-counted-cash     pic 9(9)v99.
           05  srt-difference       pic s9(9)v99.
           05  srt-gl-posted-flag   pic x(1).
           05  srt-supervisor-id    pic x(10).

       fd  drawer-proof-file.
       01  proof-line pic x(132).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-drawer-status           pic xx.
           88 end-of-drawers         value "10".
           88 drawers-not-found      value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-today                   pic 9(8).

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-drawers  value "N".
       01 ws-group-first-flag        pic x(1) value "Y".
           88 first-sorted-record    value "Y".
           88 not-first-sorted       value "N".
       01 current-branch-code        pic 9(4).

       01 branch-totals.
           05 brt-drawer-count       pic 9(5).
           05 brt-opening-cash       pic 9(9)v99.
           05 brt-cash-deposits      pic 9(11)v99.
           05 brt-cash-withdrawals   pic 9(11)v99.
           05 brt-counted-cash       pic 9(11)v99.
           05 brt-difference         pic s9(11)v99.
           05 brt-exception-count    pic 9(5).
       01 drawer-count               pic 9(7) value 0.
       01 exception-count            pic 9(7) value 0.
       01 bank-difference            pic s9(11)v99 value 0.

       copy "ReportHeader.cpy".

       01 column-heading-line.
           05 filler pic x(37) value
               "TELLER         OPENING     DEPOSITS  ".
           05 filler pic x(30) value
               "WITHDRAWALS      EXPECTED     ".
           05 filler pic x(29) value
               " COUNTED  OVER/SHORT   STATUS".

       01 branch-heading-line.
           05 filler             pic x(8) value "BRANCH: ".
           05 bhl-branch-code    pic 9(4).

       01 proof-detail-line.
           05 pdl-teller-id      pic x(10).
           05 filler             pic x(1) value space.
           05 pdl-opening-cash   pic z(7)9.99.
           05 filler             pic x(1) value space.
           05 pdl-cash-deposits  pic z(8)9.99.
           05 filler             pic x(1) value space.
           05 pdl-withdrawals    pic z(8)9.99.
           05 filler             pic x(1) value space.
           05 pdl-expected-cash  pic -(9)9.99.
           05 filler             pic x(1) value space.
           05 pdl-counted-cash   pic z(8)9.99.
           05 filler             pic x(1) value space.
           05 pdl-difference     pic -(7)9.99.
           05 filler             pic x(2) value spaces.
           05 pdl-status         pic x(16).
           05 filler             pic x(1) value space.
           05 pdl-supervisor-id  pic x(10).
           05 filler             pic x(1) value space.
           05 pdl-gl-note        pic x(5).

       01 branch-total-line.
           05 filler             pic x(11) value "  BRANCH   ".
           05 btl-opening-cash   pic z(7)9.99.
           05 filler             pic x(1) value space.
           05 btl-cash-deposits  pic z(8)9.99.
           05 filler             pic x(1) value space.
           05 btl-withdrawals    pic z(8)9.99.
           05 filler             pic x(15) value spaces.
           05 btl-counted-cash   pic z(8)9.99.
           05 filler             pic x(1) value space.
           05 btl-difference     pic -(7)9.99.
           05 filler             pic x(2) value spaces.
           05 btl-drawer-count   pic zzzz9.
           05 filler             pic x(9) value " DRAWERS ".
           05 btl-exception-count pic zzzz9.
           05 filler             pic x(11) value " EXCEPTIONS".

       01 report-summary-line.
           05 filler             pic x(9) value "DRAWERS: ".
           05 rsl-drawers        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(12) value "EXCEPTIONS: ".
           05 rsl-exceptions     pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(16) value "NET OVER/SHORT: ".
           05 rsl-difference     pic -(9)9.99.

       01 no-drawers-line pic x(36) value
           "NO TELLER DRAWERS FOR TODAY".

       procedure division.
       *> Daily drawer proof for the branch managers: every teller
       *> drawer opened today, grouped by branch and teller, with the
       *> opening cash, the cash deposits and withdrawals the close-
       *> out proved, expected against counted cash and the over/
       *> short. A drawer still open, one with a difference awaiting
       *> supervisor sign-off, and one whose difference went to the
       *> over/short GL account are all called out -- the first two
       *> count as exceptions the manager must clear before the
       *> branch is proved.
           perform write-run-log-start
           perform initialize-run
           sort sort-work-file on ascending key srt-branch-code
                                                srt-teller-id
               input procedure is release-todays-drawers
               output procedure is print-drawer-proof
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           open output drawer-proof-file
           perform print-report-header
           .

       print-report-header.
           move "TELLER DRAWER PROOF" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to proof-line
           write proof-line
           move column-heading-line to proof-line
           write proof-line
           .

       release-todays-drawers.
       *> The key leads with the business date, so today's drawers
       *> are one contiguous run of the file.
           open input teller-drawer-file
           if drawers-not-found
               *> no drawer has ever been opened
               continue
           else
               move ws-today to drw-business-date
               move low-values to drw-teller-id
               start teller-drawer-file key is greater than
                   or equal to drw-key
                   invalid key set end-of-drawers to true
               end-start
               if not end-of-drawers
                   perform read-next-drawer
               end-if
               perform release-one-drawer until end-of-drawers
               close teller-drawer-file
           end-if
           .

       read-next-drawer.
           read teller-drawer-file next record
               at end set end-of-drawers to true
           end-read
           if not end-of-drawers
               and drw-business-date not = ws-today
               set end-of-drawers to true
           end-if
           .

       release-one-drawer.
           move drw-branch-code to srt-branch-code
           move drw-teller-id to srt-teller-id
           move drw-status to srt-status
           move drw-opening-cash to srt-opening-cash
           move drw-cash-deposits to srt-cash-deposits
           move drw-cash-withdrawals to srt-cash-withdrawals
           move drw-expected-cash to srt-expected-cash
           move drw-counted-cash to srt-counted-cash
           move drw-difference to srt-difference
           move drw-gl-posted-flag to srt-gl-posted-flag
           move drw-supervisor-id to srt-supervisor-id
           release sort-record
           perform read-next-drawer
           .

       print-drawer-proof.
           perform return-next-sorted-record
           perform process-sorted-drawer
               until end-of-sorted-drawers
           if first-sorted-record
               move no-drawers-line to proof-line
               write proof-line
           else
               perform close-branch
           end-if
           .

       return-next-sorted-record.
           return sort-work-file
               at end move "N" to ws-more-sorted-records
           end-return
           .

       process-sorted-drawer.
           if first-sorted-record
               perform start-new-branch
           else
               if srt-branch-code not = current-branch-code
                   perform close-branch
                   perform start-new-branch
               end-if
           end-if
           perform write-drawer-line
           perform return-next-sorted-record
           .

       start-new-branch.
           move srt-branch-code to current-branch-code
           initialize branch-totals
           move srt-branch-code to bhl-branch-code
           move branch-heading-line to proof-line
           write proof-line
           set not-first-sorted to true
           .

       write-drawer-line.
           move spaces to pdl-supervisor-id
           move spaces to pdl-gl-note
           move srt-teller-id to pdl-teller-id
           move srt-opening-cash to pdl-opening-cash
           move srt-cash-deposits to pdl-cash-deposits
           move srt-cash-withdrawals to pdl-withdrawals
           move srt-expected-cash to pdl-expected-cash
           move srt-counted-cash to pdl-counted-cash
           move srt-difference to pdl-difference
           evaluate true
               when srt-drawer-open
                   move "NOT CLOSED" to pdl-status
                   add 1 to brt-exception-count
               when srt-signoff-pending
                   move "SIGN-OFF PENDING" to pdl-status
                   add 1 to brt-exception-count
               when srt-signed-off
                   move "SIGNED OFF BY" to pdl-status
                   move srt-supervisor-id to pdl-supervisor-id
               when other
                   move "BALANCED" to pdl-status
           end-evaluate
           if srt-gl-posted-flag = "Y"
               move "TO GL" to pdl-gl-note
           end-if
           move proof-detail-line to proof-line
           write proof-line
           add 1 to brt-drawer-count
           add srt-opening-cash to brt-opening-cash
           add srt-cash-deposits to brt-cash-deposits
           add srt-cash-withdrawals to brt-cash-withdrawals
           add srt-counted-cash to brt-counted-cash
           add srt-difference to brt-difference
           .

       close-branch.
           move brt-opening-cash to btl-opening-cash
           move brt-cash-deposits to btl-cash-deposits
           move brt-cash-withdrawals to btl-withdrawals
           move brt-counted-cash to btl-counted-cash
           move brt-difference to btl-difference
           move brt-drawer-count to btl-drawer-count
           move brt-exception-count to btl-exception-count
           move branch-total-line to proof-line
           write proof-line
           add brt-drawer-count to drawer-count
           add brt-exception-count to exception-count
           add brt-difference to bank-difference
           .

       terminate-run.
           move drawer-count to rsl-drawers
           move exception-count to rsl-exceptions
           move bank-difference to rsl-difference
           move report-summary-line to proof-line
           write proof-line
           close drawer-proof-file
           if exception-count > zero
               move 4 to ws-log-return-code
           end-if
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move drawer-count to rll-processed-count
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
           move "DRAWERPROOF" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program DrawerProof.
