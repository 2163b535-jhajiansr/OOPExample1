       identification division.

       program-id. StructuringDetect.

       environment division.
       input-output section.
       file-control.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select owner-index-file assign to "OWNERIDX"
               organization indexed
               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select sar-case-file assign to "SARCASE"
               organization indexed
               access dynamic
               record key is sar-case-id
               file status is ws-case-status.
           select sar-note-file assign to "SARNOTES"
               organization line sequential
               file status is ws-note-status.
           select join-sort-file assign to "STRSRTA".
           select join-work-file assign to "STRJOIN"
               organization line sequential
               file status is ws-join-work-status.
           select owner-sort-file assign to "STRSRTB".
           select structuring-report-file assign to "STRCTRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  sar-case-file.
           copy "SarCaseRecord.cpy".

       fd  sar-note-file.
           copy "SarNoteRecord.cpy".

       sd  join-sort-file.
       01  join-sort-record.
           05  jsr-account-number   pic 9(8).
           05  jsr-kind             pic x(1).
               88  jsr-owner-link       value "A".
               88  jsr-cash-posting     value "P".
           05  jsr-owner-id         pic x(10).
           05  jsr-direction        pic x(1).
           05  jsr-day              pic 9(8).
           05  jsr-timestamp        pic x(14).
           05  jsr-posting-type     pic x(2).
           05  jsr-amount           pic s9(7)v99.
           05  jsr-branch-code      pic x(4).

       fd  join-work-file.
       01  join-work-record.
           05  jwr-owner-id         pic x(10).
           05  jwr-direction        pic x(1).
           05  jwr-day              pic 9(8).
           05  jwr-account-number   pic 9(8).
           05  jwr-timestamp        pic x(14).
           05  jwr-posting-type     pic x(2).
           05  jwr-amount           pic s9(7)v99 sign leading separate.
           05  jwr-branch-code      pic x(4).

       sd  owner-sort-file.
       01  owner-sort-record.
           05  osr-owner-id         pic x(10).
           05  osr-direction        pic x(1).
           05  osr-day              pic 9(8).
           05  osr-account-number   pic 9(8).
           05  osr-timestamp        pic x(14).
           05  osr-posting-type     pic x(2).
           05  osr-amount           pic s9(7)v99 sign leading separate.
           05  osr-branch-code      pic x(4).

       fd  structuring-report-file.
       01  report-line pic x(132).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-owner-index-status      pic xx.
           88 end-of-owner-index     value "10".
           88 owner-index-not-found  value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-case-status             pic xx.
       01 ws-note-status             pic xx.
       01 ws-join-work-status        pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       copy "ReportHeader.cpy".

       01 ctr-threshold              pic 9(9)v99 value 10000.00.
       01 structuring-window-days    pic 9(3) value 10.
       01 near-threshold-pct         pic 9(3) value 80.
       01 case-score-threshold       pic 9(3) value 30.
       01 parameter-found-flags.
           05 ctr-threshold-found    pic x value "N".
           05 window-days-found      pic x value "N".
           05 near-pct-found         pic x value "N".
           05 case-score-found       pic x value "N".
       01 near-threshold-floor       pic 9(9)v99.

       01 ws-today                   pic 9(8).
       01 ws-window-start            pic 9(8).
       01 window-start-integer       pic 9(8) comp.
       01 ws-posting-date            pic 9(8).
       01 ws-note-timestamp          pic x(26).

       01 ws-more-join-lines         pic x(1) value "Y".
           88 end-of-join-lines      value "N".
       01 ws-more-owner-lines        pic x(1) value "Y".
           88 end-of-owner-lines     value "N".
       01 current-account-number     pic 9(8).
       01 account-owner-table.
      *> The owners OWNERIDX links to the account in hand -- a joint
      *> account's cash counts toward both owners' patterns.
           05 account-owner-id       pic x(10) occurs 10 times.
       01 account-owner-count        pic 9(2).
       01 owner-sub                  pic 9(2).

       01 current-owner-id           pic x(10).
       01 current-direction          pic x(1).
       01 current-day                pic 9(8).
       01 day-total                  pic s9(9)v99.
       01 day-posting-table.
      *> The day's postings for the owner and direction, held until
      *> the day total says whether the day was just under the
      *> reporting threshold.
           05 day-posting occurs 50 times.
               10 dpt-account-number pic 9(8).
               10 dpt-timestamp      pic x(14).
               10 dpt-posting-type   pic x(2).
               10 dpt-amount         pic s9(7)v99.
               10 dpt-branch-code    pic x(4).
       01 day-posting-count          pic 9(3).
       01 day-sub                    pic 9(3).

       01 group-figures.
           05 grp-window-total       pic s9(9)v99.
           05 grp-active-days        pic 9(3).
           05 grp-near-days          pic 9(3).
           05 grp-fresh-near-days    pic 9(3).
           05 grp-ctr-day-flag       pic x(1).
               88 grp-reached-ctr    value "Y".
           05 grp-branch-count       pic 9(3).
           05 grp-account-count      pic 9(3).
           05 grp-score              pic 9(3).
           05 grp-evidence-count     pic 9(3).
       01 group-branch-table.
           05 grp-branch-code        pic x(4) occurs 20 times.
       01 group-account-table.
           05 grp-account-number     pic 9(8) occurs 20 times.
       01 evidence-table.
      *> Postings on the near-threshold days, attached to the case
      *> when one opens; past 100 the case notes say so.
           05 evidence-entry occurs 100 times.
               10 evd-account-number pic 9(8).
               10 evd-timestamp      pic x(14).
               10 evd-posting-type   pic x(2).
               10 evd-amount         pic s9(7)v99.
               10 evd-branch-code    pic x(4).
       01 evidence-overflow-count    pic 9(5).
       01 table-sub                  pic 9(3).
       01 ws-match-flag              pic x(1).
           88 entry-matched          value "Y".
       01 ws-score-work              pic 9(5).

       01 prior-case-table.
      *> The latest case, open or closed, for each owner and
      *> direction that has ever had one -- a new pattern for an
      *> owner and direction with a case still open is reported
      *> against that case rather than opening a second one, and
      *> after a case is closed only near-threshold days past its
      *> window open another.
           05 prior-case-entry occurs 2000 times.
               10 pcs-owner-id       pic x(10).
               10 pcs-direction      pic x(1).
               10 pcs-case-id        pic 9(6).
               10 pcs-case-status    pic x(1).
                   88 pcs-case-open  value "O".
               10 pcs-window-end     pic 9(8).
       01 prior-case-count           pic 9(4) value 0.
       01 prior-case-sub             pic 9(4).
       01 case-sub                   pic 9(4).
       01 ws-case-owner-id           pic x(10).
       01 ws-case-direction          pic x(1).
       01 ws-prior-window-end        pic 9(8).
       01 next-case-id               pic 9(6) value 1.

       01 postings-read-count        pic 9(7) value 0.
       01 groups-scored-count        pic 9(7) value 0.
       01 cases-opened-count         pic 9(5) value 0.
       01 already-open-count         pic 9(5) value 0.
       01 already-closed-count       pic 9(5) value 0.

       01 parameter-line.
           05 filler             pic x(15) value "CTR THRESHOLD: ".
           05 pml-threshold      pic z(8)9.99.
           05 filler             pic x(17) value "   NEAR FLOOR:   ".
           05 pml-floor          pic z(8)9.99.
           05 filler             pic x(10) value "  WINDOW: ".
           05 pml-window-start   pic 9(8).
           05 filler             pic x(4) value " TO ".
           05 pml-window-end     pic 9(8).
           05 filler             pic x(16) value "  CASE SCORE:   ".
           05 pml-case-score     pic zz9.

       01 case-heading-line.
           05 filler             pic x(40) value
               "CASE    OWNER      DIR SCORE PATTERNS  N".
           05 filler             pic x(40) value
               "EAR-DAYS BRANCHES ACCOUNTS   WINDOW TOTA".
           05 filler             pic x(40) value
               "L  ACTION".

       01 case-detail-line.
           05 cdl-case-id        pic 9(6).
           05 filler             pic x(2) value spaces.
           05 cdl-owner-id       pic x(10).
           05 filler             pic x(1) value space.
           05 cdl-direction      pic x(3).
           05 filler             pic x(1) value space.
           05 cdl-score          pic zz9.
           05 filler             pic x(3) value spaces.
           05 cdl-patterns       pic x(8).
           05 filler             pic x(5) value spaces.
           05 cdl-near-days      pic zz9.
           05 filler             pic x(6) value spaces.
           05 cdl-branches       pic zz9.
           05 filler             pic x(6) value spaces.
           05 cdl-accounts       pic zz9.
           05 filler             pic x(1) value space.
           05 cdl-window-total   pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 cdl-action         pic x(30).

       01 summary-line.
           05 filler             pic x(20) value "POSTINGS IN WINDOW: ".
           05 sml-postings       pic z(6)9.
           05 filler             pic x(18) value "   GROUPS SCORED: ".
           05 sml-groups         pic z(6)9.
           05 filler             pic x(17) value "   CASES OPENED: ".
           05 sml-opened         pic zzzz9.
           05 filler             pic x(17) value "   ALREADY OPEN: ".
           05 sml-already-open   pic zzzz9.
           05 filler             pic x(17) value "   PRIOR CLOSED: ".
           05 sml-already-closed pic zzzz9.

       01 no-cases-line pic x(60) value
           "NO OWNER SCORED AT OR OVER THE CASE THRESHOLD".

       procedure division.
       *> Structuring detection over a rolling window: cash deposits
       *> (DP) and cash withdrawals (WD) on the posting journal are
       *> joined to every owner OWNERIDX links to the account, then
       *> scored per owner and direction over the last
       *> STRUCT-WINDOW-DAYS days. A day whose cash total falls at
       *> or over STRUCT-NEAR-PCT percent of CTR-THRESHOLD but under
       *> the threshold itself is a near-threshold day; the score
       *> adds 10 for each, 10 for each extra branch and each extra
       *> account the near-threshold cash passed through, and 20
       *> when the window's cash came to the threshold or more
       *> without any one day reaching it. At STRUCT-CASE-SCORE or
       *> over a case opens on SARCASE with the near-threshold
       *> postings attached on SARNOTES, unless the owner already has
       *> a case open for that direction, or has a closed one and no
       *> near-threshold day falls after the window that case
       *> covered -- a closed case is not reopened on the same
       *> days every night the window still holds them. An account
       *> OWNERIDX does not know (closed and purged) scores under a
       *> pseudo-owner built from its own number, as the
       *> large-withdrawal aggregation does.
           perform write-run-log-start
           perform initialize-run
           sort join-sort-file on ascending key jsr-account-number
                                               jsr-kind
                                               jsr-timestamp
               input procedure is release-join-lines
               output procedure is join-owners-to-postings
           sort owner-sort-file on ascending key osr-owner-id
                                                osr-direction
                                                osr-day
                                                osr-timestamp
               using join-work-file
               output procedure is score-owner-patterns
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           compute near-threshold-floor rounded =
               ctr-threshold * near-threshold-pct / 100
           compute window-start-integer =
               function integer-of-date(ws-today)
                   - structuring-window-days + 1
           move function date-of-integer(window-start-integer)
               to ws-window-start
           open i-o sar-case-file
           if ws-case-status = "35"
               *> first detection run ever -- create the case file
               open output sar-case-file
               close sar-case-file
               open i-o sar-case-file
           end-if
           perform load-prior-cases
           open extend sar-note-file
           if ws-note-status = "35"
               *> first case ever -- create the notes file
               open output sar-note-file
           end-if
           open output structuring-report-file
           perform print-report-header
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "structuringdetect: BUSPARMS missing -- using"
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
               when "CTR-THRESHOLD"
                   move bp-parameter-value to ctr-threshold
                   move "Y" to ctr-threshold-found
                   display "structuringdetect: CTR-THRESHOLD loaded "
                       bp-parameter-value
               when "STRUCT-WINDOW-DAYS"
                   move bp-parameter-value to structuring-window-days
                   move "Y" to window-days-found
                   display "structuringdetect: STRUCT-WINDOW-DAYS"
                       " loaded " bp-parameter-value
               when "STRUCT-NEAR-PCT"
                   move bp-parameter-value to near-threshold-pct
                   move "Y" to near-pct-found
                   display "structuringdetect: STRUCT-NEAR-PCT"
                       " loaded " bp-parameter-value
               when "STRUCT-CASE-SCORE"
                   move bp-parameter-value to case-score-threshold
                   move "Y" to case-score-found
                   display "structuringdetect: STRUCT-CASE-SCORE"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if ctr-threshold-found = "N"
               display "structuringdetect: CTR-THRESHOLD not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if window-days-found = "N"
               display "structuringdetect: STRUCT-WINDOW-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if near-pct-found = "N"
               display "structuringdetect: STRUCT-NEAR-PCT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if case-score-found = "N"
               display "structuringdetect: STRUCT-CASE-SCORE not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if structuring-window-days < 1
               display "structuringdetect: STRUCT-WINDOW-DAYS below"
                   " one day -- one day used"
               move 1 to structuring-window-days
           end-if
           if near-threshold-pct < 1 or near-threshold-pct > 99
               display "structuringdetect: STRUCT-NEAR-PCT outside"
                   " 1 to 99 -- 80 used"
               move 80 to near-threshold-pct
           end-if
           .

       load-prior-cases.
       *> One walk of the case file: the latest case for each owner
       *> and direction goes in the table -- an open one always, a
       *> closed one when no later case covers the owner -- and case
       *> ids carry on past the highest already issued.
           move zero to sar-case-id
           start sar-case-file key is greater than or equal to
               sar-case-id
               invalid key move "10" to ws-case-status
           end-start
           perform note-one-case until ws-case-status = "10"
           move "00" to ws-case-status
           .

       note-one-case.
           read sar-case-file next record
               at end move "10" to ws-case-status
               not at end
                   if sar-case-id >= next-case-id
                       compute next-case-id = sar-case-id + 1
                   end-if
                   perform note-prior-case
           end-read
           .

       note-prior-case.
           move sar-owner-id to ws-case-owner-id
           move sar-cash-direction to ws-case-direction
           perform find-prior-case
           if prior-case-sub = zero
               if prior-case-count < 2000
                   add 1 to prior-case-count
                   move prior-case-count to prior-case-sub
                   perform take-prior-case
               end-if
           else
               if sar-case-open
                   perform take-prior-case
               else
                   if not pcs-case-open(prior-case-sub)
                       and sar-window-end >=
                           pcs-window-end(prior-case-sub)
                       perform take-prior-case
                   end-if
               end-if
           end-if
           .

       take-prior-case.
           move sar-owner-id to pcs-owner-id(prior-case-sub)
           move sar-cash-direction to pcs-direction(prior-case-sub)
           move sar-case-id to pcs-case-id(prior-case-sub)
           move sar-status to pcs-case-status(prior-case-sub)
           move sar-window-end to pcs-window-end(prior-case-sub)
           .

       find-prior-case.
           move zero to prior-case-sub
           perform match-prior-case
               varying case-sub from 1 by 1
               until case-sub > prior-case-count
                  or prior-case-sub not = zero
           .

       match-prior-case.
           if pcs-owner-id(case-sub) = ws-case-owner-id
               and pcs-direction(case-sub) = ws-case-direction
               move case-sub to prior-case-sub
           end-if
           .

       print-report-header.
           move "STRUCTURING DETECTION" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move ctr-threshold to pml-threshold
           move near-threshold-floor to pml-floor
           move ws-window-start to pml-window-start
           move ws-today to pml-window-end
           move case-score-threshold to pml-case-score
           move parameter-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move case-heading-line to report-line
           write report-line
           .

       release-join-lines.
           perform release-owner-links
           perform release-cash-postings
           .

       release-owner-links.
           open input owner-index-file
           if owner-index-not-found
               display "structuringdetect: OWNERIDX missing -- each"
                   " account scored by itself"
           else
               move low-values to xrf-key
               start owner-index-file key is greater than
                   or equal to xrf-key
                   invalid key set end-of-owner-index to true
               end-start
               if not end-of-owner-index
                   perform read-next-owner-link
               end-if
               perform release-owner-link until end-of-owner-index
               close owner-index-file
           end-if
           .

       read-next-owner-link.
           read owner-index-file next record
               at end set end-of-owner-index to true
           end-read
           .

       release-owner-link.
           move spaces to join-sort-record
           move xrf-account-number to jsr-account-number
           set jsr-owner-link to true
           move xrf-owner-id to jsr-owner-id
           move zero to jsr-day
           move zero to jsr-amount
           release join-sort-record
           perform read-next-owner-link
           .

       release-cash-postings.
           open input posting-journal-file
           if journal-not-found
               display "structuringdetect: PSTJRNL missing -- no"
                   " cash to score"
               move 8 to ws-log-return-code
           else
               perform read-next-journal-line
               perform release-cash-posting until end-of-journal
               close posting-journal-file
           end-if
           .

       read-next-journal-line.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       release-cash-posting.
       *> Cash is DP in and WD out, the same reading the large-
       *> withdrawal aggregation gives the journal; a reversal keeps
       *> its opposite sign and takes its amount back off the day.
           if pjl-type-deposit or pjl-type-withdrawal
               move pjl-timestamp(1:8) to ws-posting-date
               if ws-posting-date >= ws-window-start
                   and ws-posting-date <= ws-today
                   add 1 to postings-read-count
                   move spaces to join-sort-record
                   move pjl-account-number to jsr-account-number
                   set jsr-cash-posting to true
                   move ws-posting-date to jsr-day
                   move pjl-timestamp(1:14) to jsr-timestamp
                   move pjl-posting-type to jsr-posting-type
                   if pjl-type-deposit
                       move "I" to jsr-direction
                       move pjl-signed-amount to jsr-amount
                   else
                       move "O" to jsr-direction
                       compute jsr-amount = 0 - pjl-signed-amount
                   end-if
                   move pjl-branch-code to jsr-branch-code
                   release join-sort-record
               end-if
           end-if
           perform read-next-journal-line
           .

       join-owners-to-postings.
           open output join-work-file
           perform return-next-join-line
           perform join-one-account until end-of-join-lines
           close join-work-file
           .

       return-next-join-line.
           return join-sort-file
               at end move "N" to ws-more-join-lines
           end-return
           .

       join-one-account.
           move jsr-account-number to current-account-number
           move zero to account-owner-count
           perform join-account-line
               until end-of-join-lines
                  or jsr-account-number not = current-account-number
           .

       join-account-line.
           if jsr-owner-link
               if account-owner-count < 10
                   add 1 to account-owner-count
                   move jsr-owner-id
                       to account-owner-id(account-owner-count)
               end-if
           else
               if account-owner-count = zero
                   move spaces to account-owner-id(1)
                   string "?" jsr-account-number
                       delimited by size into account-owner-id(1)
                   move 1 to account-owner-count
               end-if
               perform write-join-line
                   varying owner-sub from 1 by 1
                   until owner-sub > account-owner-count
           end-if
           perform return-next-join-line
           .

       write-join-line.
           move account-owner-id(owner-sub) to jwr-owner-id
           move jsr-direction to jwr-direction
           move jsr-day to jwr-day
           move jsr-account-number to jwr-account-number
           move jsr-timestamp to jwr-timestamp
           move jsr-posting-type to jwr-posting-type
           move jsr-amount to jwr-amount
           move jsr-branch-code to jwr-branch-code
           write join-work-record
           .

       score-owner-patterns.
           perform return-next-owner-line
           perform score-one-owner until end-of-owner-lines
           if cases-opened-count = zero and already-open-count = zero
               and already-closed-count = zero
               move no-cases-line to report-line
               write report-line
           end-if
           .

       return-next-owner-line.
           return owner-sort-file
               at end move "N" to ws-more-owner-lines
           end-return
           .

       score-one-owner.
           move osr-owner-id to current-owner-id
           move osr-direction to current-direction
           initialize group-figures
           initialize group-branch-table
           initialize group-account-table
           move zero to evidence-overflow-count
           move current-owner-id to ws-case-owner-id
           move current-direction to ws-case-direction
           perform find-prior-case
           if prior-case-sub = zero
               move zero to ws-prior-window-end
           else
               move pcs-window-end(prior-case-sub)
                   to ws-prior-window-end
           end-if
           perform score-one-day
               until end-of-owner-lines
                  or osr-owner-id not = current-owner-id
                  or osr-direction not = current-direction
           add 1 to groups-scored-count
           perform compute-group-score
           if grp-near-days > zero
               and grp-score >= case-score-threshold
               perform open-or-note-case
           end-if
           .

       score-one-day.
           move osr-day to current-day
           move zero to day-total
           move zero to day-posting-count
           perform hold-day-posting
               until end-of-owner-lines
                  or osr-owner-id not = current-owner-id
                  or osr-direction not = current-direction
                  or osr-day not = current-day
           add day-total to grp-window-total
           if day-total > zero
               add 1 to grp-active-days
           end-if
           evaluate true
               when day-total >= ctr-threshold
                   move "Y" to grp-ctr-day-flag
               when day-total >= near-threshold-floor
                   add 1 to grp-near-days
                   if current-day > ws-prior-window-end
                       add 1 to grp-fresh-near-days
                   end-if
                   perform take-day-as-evidence
                       varying day-sub from 1 by 1
                       until day-sub > day-posting-count
               when other
                   continue
           end-evaluate
           .

       hold-day-posting.
           add osr-amount to day-total
           if day-posting-count < 50
               add 1 to day-posting-count
               move osr-account-number
                   to dpt-account-number(day-posting-count)
               move osr-timestamp to dpt-timestamp(day-posting-count)
               move osr-posting-type
                   to dpt-posting-type(day-posting-count)
               move osr-amount to dpt-amount(day-posting-count)
               move osr-branch-code
                   to dpt-branch-code(day-posting-count)
           else
               add 1 to evidence-overflow-count
           end-if
           perform return-next-owner-line
           .

       take-day-as-evidence.
           perform note-evidence-branch
           perform note-evidence-account
           if grp-evidence-count < 100
               add 1 to grp-evidence-count
               move dpt-account-number(day-sub)
                   to evd-account-number(grp-evidence-count)
               move dpt-timestamp(day-sub)
                   to evd-timestamp(grp-evidence-count)
               move dpt-posting-type(day-sub)
                   to evd-posting-type(grp-evidence-count)
               move dpt-amount(day-sub)
                   to evd-amount(grp-evidence-count)
               move dpt-branch-code(day-sub)
                   to evd-branch-code(grp-evidence-count)
           else
               add 1 to evidence-overflow-count
           end-if
           .

       note-evidence-branch.
           move "N" to ws-match-flag
           perform match-branch
               varying table-sub from 1 by 1
               until table-sub > grp-branch-count or entry-matched
           if not entry-matched and grp-branch-count < 20
               add 1 to grp-branch-count
               move dpt-branch-code(day-sub)
                   to grp-branch-code(grp-branch-count)
           end-if
           .

       match-branch.
           if grp-branch-code(table-sub) = dpt-branch-code(day-sub)
               move "Y" to ws-match-flag
           end-if
           .

       note-evidence-account.
           move "N" to ws-match-flag
           perform match-account
               varying table-sub from 1 by 1
               until table-sub > grp-account-count or entry-matched
           if not entry-matched and grp-account-count < 20
               add 1 to grp-account-count
               move dpt-account-number(day-sub)
                   to grp-account-number(grp-account-count)
           end-if
           .

       match-account.
           if grp-account-number(table-sub)
               = dpt-account-number(day-sub)
               move "Y" to ws-match-flag
           end-if
           .

       compute-group-score.
           compute ws-score-work = grp-near-days * 10
           if grp-branch-count > 1
               compute ws-score-work =
                   ws-score-work + (grp-branch-count - 1) * 10
           end-if
           if grp-account-count > 1
               compute ws-score-work =
                   ws-score-work + (grp-account-count - 1) * 10
           end-if
           if grp-window-total >= ctr-threshold
               and not grp-reached-ctr
               and grp-active-days > 1
               add 20 to ws-score-work
           end-if
           if ws-score-work > 999
               move 999 to grp-score
           else
               move ws-score-work to grp-score
           end-if
           .

       open-or-note-case.
       *> prior-case-sub still points at the owner's latest case, if
       *> any, from the start of the owner's scoring.
           move spaces to case-detail-line
           perform fill-case-detail
           evaluate true
               when prior-case-sub = zero
                   perform open-new-case
                   move sar-case-id to cdl-case-id
                   move "CASE OPENED" to cdl-action
               when pcs-case-open(prior-case-sub)
                   add 1 to already-open-count
                   move pcs-case-id(prior-case-sub) to cdl-case-id
                   move "CASE ALREADY OPEN" to cdl-action
               when grp-fresh-near-days > zero
                   perform open-new-case
                   move sar-case-id to cdl-case-id
                   move "CASE OPENED" to cdl-action
               when other
                   add 1 to already-closed-count
                   move pcs-case-id(prior-case-sub) to cdl-case-id
                   move "NO NEW DAYS SINCE CLOSED CASE" to cdl-action
           end-evaluate
           move case-detail-line to report-line
           write report-line
           .

       fill-case-detail.
           move current-owner-id to cdl-owner-id
           if current-direction = "I"
               move "IN" to cdl-direction
           else
               move "OUT" to cdl-direction
           end-if
           move grp-score to cdl-score
           move all "." to cdl-patterns
           if grp-near-days > 1
               move "D" to cdl-patterns(1:1)
           end-if
           if grp-branch-count > 1
               move "B" to cdl-patterns(3:1)
           end-if
           if grp-account-count > 1
               move "A" to cdl-patterns(5:1)
           end-if
           if grp-window-total >= ctr-threshold
               and not grp-reached-ctr
               and grp-active-days > 1
               move "T" to cdl-patterns(7:1)
           end-if
           move grp-near-days to cdl-near-days
           move grp-branch-count to cdl-branches
           move grp-account-count to cdl-accounts
           move grp-window-total to cdl-window-total
           .

       open-new-case.
           move spaces to sar-case-record
           move next-case-id to sar-case-id
           add 1 to next-case-id
           move current-owner-id to sar-owner-id
           move current-direction to sar-cash-direction
           move ws-today to sar-opened-date
           move ws-window-start to sar-window-start
           move ws-today to sar-window-end
           move grp-score to sar-score
           move "N" to sar-near-days-flag
           move "N" to sar-branches-flag
           move "N" to sar-accounts-flag
           move "N" to sar-aggregate-flag
           if cdl-patterns(1:1) = "D"
               move "Y" to sar-near-days-flag
           end-if
           if cdl-patterns(3:1) = "B"
               move "Y" to sar-branches-flag
           end-if
           if cdl-patterns(5:1) = "A"
               move "Y" to sar-accounts-flag
           end-if
           if cdl-patterns(7:1) = "T"
               move "Y" to sar-aggregate-flag
           end-if
           move grp-near-days to sar-near-day-count
           move grp-branch-count to sar-branch-count
           move grp-account-count to sar-account-count
           move grp-window-total to sar-window-total
           set sar-case-open to true
           move zero to sar-closed-date
           move zero to sar-extracted-date
           write sar-case-record
           add 1 to cases-opened-count
           if prior-case-sub = zero and prior-case-count < 2000
               add 1 to prior-case-count
               move prior-case-count to prior-case-sub
           end-if
           if prior-case-sub not = zero
               perform take-prior-case
           end-if
           perform attach-evidence-posting
               varying table-sub from 1 by 1
               until table-sub > grp-evidence-count
           if evidence-overflow-count > zero
               move spaces to sar-note-line
               perform stamp-case-note
               set snl-note to true
               move "MORE POSTINGS THAN ATTACHED -- SEE PSTJRNL"
                   to snl-note-text
               write sar-note-line
           end-if
           .

       attach-evidence-posting.
           move spaces to sar-note-line
           perform stamp-case-note
           set snl-posting to true
           move evd-account-number(table-sub) to snl-account-number
           move evd-timestamp(table-sub) to snl-posting-time
           move evd-posting-type(table-sub) to snl-posting-type
           move evd-amount(table-sub) to snl-posting-amount
           move evd-branch-code(table-sub) to snl-branch-code
           write sar-note-line
           .

       stamp-case-note.
           move sar-case-id to snl-case-id
           move function current-date to ws-note-timestamp
           move ws-note-timestamp(1:14) to snl-timestamp
           move "SYSTEM" to snl-operator-id
           .

       terminate-run.
           move spaces to report-line
           write report-line
           move postings-read-count to sml-postings
           move groups-scored-count to sml-groups
           move cases-opened-count to sml-opened
           move already-open-count to sml-already-open
           move already-closed-count to sml-already-closed
           move summary-line to report-line
           write report-line
           close structuring-report-file
           close sar-note-file
           close sar-case-file
           if cases-opened-count > zero and ws-log-return-code < 4
               move 4 to ws-log-return-code
           end-if
           display "structuringdetect: " groups-scored-count
               " owner patterns scored, " cases-opened-count
               " cases opened"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move postings-read-count to rll-processed-count
           move cases-opened-count to rll-rejected-count
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
           move "STRUCTURINGDETECT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program StructuringDetect.
