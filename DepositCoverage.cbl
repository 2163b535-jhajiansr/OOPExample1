       identification division.

       program-id. DepositCoverage.

       environment division.
       input-output section.
       file-control.
           select eod-extract-file assign to "EODEXTR"
               organization sequential
               file status is ws-extract-status.
           select owner-index-file assign to "OWNERIDX"
               organization indexed
               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select sort-work-file assign to "COVSRTW".
           select coverage-report-file assign to "COVRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  eod-extract-file.
           copy "EodExtractRecord.cpy".

       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-owner-id       pic x(10).
           05  srt-category       pic x(3).
           05  srt-account-number pic 9(8).
           05  srt-share          pic 9(9)v99.
           05  srt-index-flag     pic x(1).

       fd  coverage-report-file.
       01  coverage-report-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-extract-status          pic xx.
           88 end-of-extract         value "10".
           88 extract-not-found      value "35".
       copy "AccountRecord.cpy".
       01 extract-detail-count       pic 9(7) value 0.
       01 ws-trailer-count-in        pic 9(7) value 0.
       01 ws-trailer-seen-flag       pic x(1) value "N".
           88 extract-trailer-seen   value "Y".
       01 ws-extract-date            pic 9(8) value zero.
       01 ws-owner-index-status      pic xx.
       01 ws-owner-index-present-flag pic x(1) value "N".
           88 owner-index-present    value "Y".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 coverage-limit             pic 9(9)v99 value 250000.00.
       01 ws-coverage-limit-flag     pic x(1) value "N".
           88 coverage-limit-found   value "Y".

       01 ws-today                   pic 9(8).
       01 ws-deposit-amount          pic s9(9)v99.
       01 ws-first-share             pic 9(9)v99.
       01 ws-second-share            pic 9(9)v99.
       01 ws-share-owner-id          pic x(10).
       01 ws-share-role              pic x(1).

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-shares   value "N".
       01 ws-group-first-flag        pic x(1) value "Y".
           88 first-sorted-record    value "Y".
           88 not-first-sorted       value "N".
       01 current-owner-id           pic x(10).
       01 current-category           pic x(3).
       01 category-total             pic 9(11)v99.
       01 category-insured           pic 9(11)v99.
       01 category-uninsured         pic 9(11)v99.
       01 owner-total                pic 9(11)v99.
       01 owner-insured              pic 9(11)v99.
       01 owner-uninsured            pic 9(11)v99.

       01 owner-count                pic 9(7) value 0.
       01 share-count                pic 9(7) value 0.
       01 index-gap-count            pic 9(7) value 0.
       01 bank-total-deposits        pic 9(13)v99 value 0.
       01 bank-insured-total         pic 9(13)v99 value 0.
       01 bank-uninsured-total       pic 9(13)v99 value 0.

       copy "ReportHeader.cpy".

       01 as-of-line.
           05 filler             pic x(18) value "EXTRACT AS OF    ".
           05 aol-extract-date   pic 9(8).
           05 filler             pic x(2) value spaces.
           05 filler             pic x(16) value "COVERAGE LIMIT: ".
           05 aol-limit          pic z(8)9.99.

       01 owner-header-line.
           05 filler             pic x(7) value "OWNER: ".
           05 ohl-owner-id       pic x(10).

       01 share-detail-line.
           05 filler             pic x(4) value spaces.
           05 sdl-category       pic x(3).
           05 filler             pic x(2) value spaces.
           05 sdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 sdl-share          pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 sdl-index-note     pic x(16).

       01 category-total-line.
           05 filler             pic x(4) value spaces.
           05 ctl-category       pic x(3).
           05 filler             pic x(8) value " TOTAL: ".
           05 ctl-total          pic z(10)9.99.
           05 filler             pic x(5) value " INS ".
           05 ctl-insured        pic z(10)9.99.
           05 filler             pic x(7) value " UNINS ".
           05 ctl-uninsured      pic z(10)9.99.

       01 owner-total-line.
           05 filler             pic x(4) value spaces.
           05 filler             pic x(11) value "OWNER TOT: ".
           05 otl-total          pic z(10)9.99.
           05 filler             pic x(5) value " INS ".
           05 otl-insured        pic z(10)9.99.
           05 filler             pic x(7) value " UNINS ".
           05 otl-uninsured      pic z(10)9.99.

       01 bank-owner-line.
           05 filler             pic x(8) value "OWNERS: ".
           05 bol-owners         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "SHARES: ".
           05 bol-shares         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(12) value "INDEX GAPS: ".
           05 bol-index-gaps     pic zzzzzz9.

       01 bank-total-line.
           05 filler             pic x(24) value
               "TOTAL DEPOSITS:         ".
           05 btl-amount         pic z(12)9.99.

       01 bank-insured-line.
           05 filler             pic x(24) value
               "INSURED DEPOSITS:       ".
           05 bil-amount         pic z(12)9.99.

       01 bank-uninsured-line.
           05 filler             pic x(24) value
               "UNINSURED DEPOSITS:     ".
           05 bul-amount         pic z(12)9.99.

       01 no-deposits-line pic x(40) value
           "NO DEPOSIT BALANCES ON THE EXTRACT".

       01 short-extract-line pic x(44) value
           "EXTRACT COUNT MISMATCH -- LIST IS INCOMPLETE".

       procedure division.
       *> Quarterly deposit-insurance coverage report for the
       *> examiners and the call report. Every account on the EODEXTR
       *> sweep carrying money (balance plus interest accrued but not
       *> yet posted) is broken into owner shares by ownership
       *> category -- SGL where only a primary owner is named, JNT
       *> where owner-secondary-id is filled, the balance split
       *> equally between the two co-owners as the coverage rules
       *> require. The shares are sorted by owner and category, and
       *> each owner's total in each category is insured up to the
       *> BUSPARMS COVERAGE-LIMIT, the rest listed as the uninsured
       *> excess. Each share is checked against OWNERIDX; a pairing
       *> the cross-reference does not carry is still counted -- the
       *> master is the owner of record -- but is flagged on the line
       *> so the index gets repaired. The bank-wide insured and
       *> uninsured totals close the report.
           perform write-run-log-start
           perform initialize-run
           sort sort-work-file on ascending key srt-owner-id
                                                srt-category
                                                srt-account-number
               input procedure is release-owner-shares
               output procedure is summarize-by-owner
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           open output coverage-report-file
           perform print-report-header
           open input owner-index-file
           if ws-owner-index-status = "00"
               set owner-index-present to true
           else
               display "depositcoverage: OWNERIDX missing -- every"
                   " share will show as not indexed"
           end-if
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "depositcoverage: BUSPARMS missing -- using"
                   " compiled coverage limit"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not coverage-limit-found
               display "depositcoverage: COVERAGE-LIMIT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "COVERAGE-LIMIT"
                   move bp-parameter-value to coverage-limit
                   set coverage-limit-found to true
                   display "depositcoverage: COVERAGE-LIMIT loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       print-report-header.
           move "DEPOSIT INSURANCE COVERAGE" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to coverage-report-line
           write coverage-report-line
           .

       release-owner-shares.
           open input eod-extract-file
           if extract-not-found
               *> no extract -- the sweep has never run
               display "depositcoverage: EODEXTR missing -- nothing"
                   " to report"
           else
               perform read-next-extract-record
               perform release-one-extract-record
                   until end-of-extract
               close eod-extract-file
           end-if
           .

       read-next-extract-record.
           read eod-extract-file
               at end set end-of-extract to true
           end-read
           .

       release-one-extract-record.
           evaluate true
               when eod-header-record
                   move eod-sweep-date to ws-extract-date
               when eod-detail-record
                   move eod-record-image to account-record
                   add 1 to extract-detail-count
                   perform release-account-shares
               when eod-trailer-record
                   set extract-trailer-seen to true
                   move eod-record-count to ws-trailer-count-in
               when other
                   continue
           end-evaluate
           perform read-next-extract-record
           .

       release-account-shares.
       *> Only money on deposit is insured -- an overdrawn or empty
       *> account contributes nothing. A "joint" account naming the
       *> same owner on both sides is that owner's single account.
           compute ws-deposit-amount = balance + acr-accrued-interest
           if ws-deposit-amount > zero
               if owner-secondary-id = spaces
                   or owner-secondary-id = owner-primary-id
                   move "SGL" to srt-category
                   move ws-deposit-amount to ws-first-share
                   move owner-primary-id to ws-share-owner-id
                   move "P" to ws-share-role
                   perform release-one-share
               else
                   move "JNT" to srt-category
                   compute ws-first-share rounded =
                       ws-deposit-amount / 2
                   compute ws-second-share =
                       ws-deposit-amount - ws-first-share
                   move owner-primary-id to ws-share-owner-id
                   move "P" to ws-share-role
                   perform release-one-share
                   move ws-second-share to ws-first-share
                   move owner-secondary-id to ws-share-owner-id
                   move "S" to ws-share-role
                   perform release-one-share
               end-if
           end-if
           .

       release-one-share.
       *> An account with no primary owner still holds someone's
       *> money -- it reports under a pseudo-owner built from the
       *> account number so it stays visible for follow-up.
           if ws-share-owner-id = spaces
               move spaces to srt-owner-id
               string "?" account-number
                   delimited by size into srt-owner-id
               move "N" to srt-index-flag
           else
               move ws-share-owner-id to srt-owner-id
               perform check-owner-index
           end-if
           move account-number to srt-account-number
           move ws-first-share to srt-share
           release sort-record
           .

       check-owner-index.
           move "N" to srt-index-flag
           if owner-index-present
               move ws-share-owner-id to xrf-owner-id
               move account-number to xrf-account-number
               read owner-index-file
                   invalid key
                       continue
                   not invalid key
                       if xrf-owner-role = ws-share-role
                           move "Y" to srt-index-flag
                       end-if
               end-read
           end-if
           .

       summarize-by-owner.
           perform return-next-sorted-record
           perform process-sorted-record
               until end-of-sorted-shares
           perform finalize-last-owner
           .

       return-next-sorted-record.
           return sort-work-file
               at end move "N" to ws-more-sorted-records
           end-return
           .

       process-sorted-record.
           if first-sorted-record
               perform start-new-owner
               perform start-new-category
           else
               if srt-owner-id not = current-owner-id
                   perform close-category
                   perform close-owner
                   perform start-new-owner
                   perform start-new-category
               else
                   if srt-category not = current-category
                       perform close-category
                       perform start-new-category
                   end-if
               end-if
           end-if
           perform write-share-line
           perform return-next-sorted-record
           .

       start-new-owner.
           move srt-owner-id to current-owner-id
           move 0 to owner-total
           move 0 to owner-insured
           move 0 to owner-uninsured
           add 1 to owner-count
           move srt-owner-id to ohl-owner-id
           move owner-header-line to coverage-report-line
           write coverage-report-line
           set not-first-sorted to true
           .

       start-new-category.
           move srt-category to current-category
           move 0 to category-total
           .

       write-share-line.
           add srt-share to category-total
           add 1 to share-count
           move srt-category to sdl-category
           move srt-account-number to sdl-account-number
           move srt-share to sdl-share
           if srt-index-flag = "Y"
               move spaces to sdl-index-note
           else
               move "NOT ON OWNERIDX" to sdl-index-note
               add 1 to index-gap-count
           end-if
           move share-detail-line to coverage-report-line
           write coverage-report-line
           .

       close-category.
       *> The limit applies separately in each ownership category --
       *> an owner's single and joint money are insured side by side.
           if category-total > coverage-limit
               move coverage-limit to category-insured
               compute category-uninsured =
                   category-total - coverage-limit
           else
               move category-total to category-insured
               move 0 to category-uninsured
           end-if
           add category-total to owner-total
           add category-insured to owner-insured
           add category-uninsured to owner-uninsured
           move current-category to ctl-category
           move category-total to ctl-total
           move category-insured to ctl-insured
           move category-uninsured to ctl-uninsured
           move category-total-line to coverage-report-line
           write coverage-report-line
           .

       close-owner.
           add owner-total to bank-total-deposits
           add owner-insured to bank-insured-total
           add owner-uninsured to bank-uninsured-total
           move owner-total to otl-total
           move owner-insured to otl-insured
           move owner-uninsured to otl-uninsured
           move owner-total-line to coverage-report-line
           write coverage-report-line
           .

       finalize-last-owner.
           if first-sorted-record
               move no-deposits-line to coverage-report-line
               write coverage-report-line
           else
               perform close-category
               perform close-owner
           end-if
           .

       terminate-run.
       *> A truncated extract would understate the uninsured total
       *> the call report carries -- prove the pass against the
       *> sweep's trailer count and say so loudly when it does not
       *> tie.
           if extract-trailer-seen
               and extract-detail-count not = ws-trailer-count-in
               move short-extract-line to coverage-report-line
               write coverage-report-line
               display "depositcoverage: extract count mismatch --"
                   " expected " ws-trailer-count-in " read "
                   extract-detail-count
               move 4 to ws-log-return-code
           end-if
           move ws-extract-date to aol-extract-date
           move coverage-limit to aol-limit
           move as-of-line to coverage-report-line
           write coverage-report-line
           move owner-count to bol-owners
           move share-count to bol-shares
           move index-gap-count to bol-index-gaps
           move bank-owner-line to coverage-report-line
           write coverage-report-line
           move bank-total-deposits to btl-amount
           move bank-total-line to coverage-report-line
           write coverage-report-line
           move bank-insured-total to bil-amount
           move bank-insured-line to coverage-report-line
           write coverage-report-line
           move bank-uninsured-total to bul-amount
           move bank-uninsured-line to coverage-report-line
           write coverage-report-line
           if owner-index-present
               close owner-index-file
           end-if
           close coverage-report-file
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move share-count to rll-processed-count
           move index-gap-count to rll-rejected-count
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
           move "DEPOSITCOVERAGE" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program DepositCoverage.
