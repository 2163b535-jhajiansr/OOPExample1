           select escheat-extract-file assign to "ESCHEAT"
               organization line sequential.
           select notice-trigger-file assign to "NOTTRIG"
               organization line sequential
               file status is ws-trigger-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select official-check-file assign to "OFCHECKS"
               organization indexed
               access dynamic
               record key is ofc-serial-number
               file status is ws-check-status.

       data division.
       file section.
                                       sign leading separate.
           05  filler              pic x(1) value space.
           05  esc-last-activity   pic 9(8).
       *> A = a dormant account; C = an uncashed official check,
       *> its serial alongside, the account it was drawn on (zero
       *> when GL-funded) in the account column, its amount as the
       *> balance and its issue date as the last activity.
           05  filler              pic x(1) value space.
           05  esc-item-type       pic x(1).
           05  filler              pic x(1) value space.
           05  esc-check-serial    pic 9(9).

       fd  notice-trigger-file.
           copy "NoticeTriggerRecord.cpy".
       fd  calendar-file.
           copy "CalendarRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  official-check-file.
           copy "OfficialCheckRecord.cpy".

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10".
           88 journal-not-found      value "35".
       01 ws-activity-status         pic xx.
           88 end-of-activity        value "10".
       01 ws-trigger-status          pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".

       01 dormancy-days              pic 9(5) value 730.
       01 escheat-days               pic 9(5) value 1825.
       01 undeliverable-months       pic 9(3) value 6.
       01 check-escheat-days         pic 9(5) value 1095.
       01 parameter-found-flags.
           05 dormancy-days-found    pic x value "N".
           05 escheat-days-found     pic x value "N".
           05 undeliverable-months-found pic x value "N".
           05 check-escheat-days-found pic x value "N".

       01 ws-check-status            pic xx.
           88 check-register-missing value "35".
       01 days-outstanding           pic s9(5) comp.
       01 stale-check-count          pic 9(7) value 0.
       01 stale-check-total          pic 9(11)v99 value 0.

       01 ws-customer-status         pic xx.
           88 customer-master-missing value "35".
       01 ws-lost-owner-flag         pic x(1).
           88 owner-is-lost          value "Y".
           88 owner-not-lost         value "N".
       01 ws-detail-written-flag     pic x(1).
           88 detail-line-written    value "Y".
           88 no-detail-line-yet     value "N".
       01 months-undeliverable       pic s9(5) comp.
       01 mu-year-month              pic 9(6).
       01 mu-year                    pic 9(4).
       01 mu-month                   pic 9(2).
       01 mu-today-month-count       pic 9(6) comp.
       01 mu-flag-month-count        pic 9(6) comp.

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-activity value "N".

       01 marked-dormant-count       pic 9(7) value 0.
       01 escheat-count              pic 9(7) value 0.
       01 lost-owner-count           pic 9(7) value 0.

       01 report-detail-line.
           05 ddl-account-number pic z(7)9.
           05 ddl-business-days  pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 ddl-action         pic x(20).
           05 filler             pic x(2) value spaces.
           05 ddl-lost-owner     pic x(10).

       01 report-summary-line.
           05 filler             pic x(16) value "MARKED DORMANT: ".
           05 filler             pic x(20) value
               "ESCHEAT CANDIDATES: ".
           05 dsl-escheat-count  pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(13) value "LOST OWNERS: ".
           05 dsl-lost-owner-count pic zzzzzz9.

       01 check-detail-line.
           05 filler             pic x(15) value "OFFICIAL CHECK ".
           05 cdl-check-serial   pic 9(9).
           05 filler             pic x(2) value spaces.
           05 cdl-issue-date     pic 9(8).
           05 filler             pic x(2) value spaces.
           05 cdl-days-outstanding pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 cdl-action         pic x(20).
           05 filler             pic x(2) value spaces.
           05 cdl-amount         pic z(8)9.99.

       01 check-summary-line.
           05 filler             pic x(24) value
               "UNCASHED OFFICIAL CHECKS".
           05 filler             pic x(2) value ": ".
           05 csl-check-count    pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "AMOUNT: ".
           05 csl-check-total    pic z(10)9.99.

       procedure division.
       *> Periodic dormancy sweep: the last activity date for every
       *> to the ESCHEAT candidate extract for compliance. Accounts
       *> with no activity on record are reported in their own bucket
       *> rather than guessed at -- the system does not know when
       *> they were opened. An account whose primary owner's mail has
       *> been coming back undelivered for UNDELIVERABLE-MONTHS or
       *> more carries a LOST OWNER indicator, and gets a line of its
       *> own when nothing else about it would have been reported --
       *> a lost owner is the first sign of unclaimed property, long
       *> before the activity clock runs out. Official checks are
       *> unclaimed property too: one still outstanding on the
       *> OFCHECKS register OFC-ESCHEAT-DAYS after it was issued is
       *> cut to the same extract, marked as a check item, for the
       *> remittance run to send to the state.
           perform initialize-run
           sort sort-work-file on ascending key srt-account-number
                                                srt-activity-date
               output procedure is reduce-to-last-activity
           perform open-merge-files
           perform review-accounts until end-of-master
           perform review-official-checks
           perform terminate-run
           stop run
           .
               function integer-of-date(ws-today)
           perform load-business-parameters
           perform load-business-calendar
           open input customer-master-file
           open output dormancy-report-file
           open output escheat-extract-file
           *> other steps queue notices too -- append, never
           *> truncate; the notice run empties the file once lettered
           open extend notice-trigger-file
           if ws-trigger-status = "35"
               *> first ever notice trigger -- create the file
               open output notice-trigger-file
           end-if
           perform print-report-header
           .

                   move "Y" to escheat-days-found
                   display "dormancyreview: ESCHEAT-DAYS loaded "
                       bp-parameter-value
               when "UNDELIVERABLE-MONTHS"
                   move bp-parameter-value to undeliverable-months
                   move "Y" to undeliverable-months-found
                   display "dormancyreview: UNDELIVERABLE-MONTHS"
                       " loaded " bp-parameter-value
               when "OFC-ESCHEAT-DAYS"
                   move bp-parameter-value to check-escheat-days
                   move "Y" to check-escheat-days-found
                   display "dormancyreview: OFC-ESCHEAT-DAYS loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
               display "dormancyreview: ESCHEAT-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if undeliverable-months-found = "N"
               display "dormancyreview: UNDELIVERABLE-MONTHS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if check-escheat-days-found = "N"
               display "dormancyreview: OFC-ESCHEAT-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       release-activity-records.
       release-audit-activity.
       *> Every attempt counts as customer contact -- a declined
       *> withdrawal still proves somebody is alive on the account.
       *> Service-fee and excess-transaction-fee lines (collected
       *> or refused) do not: they are the bank's own doing, and
       *> counting them would keep every fee-paying account out of
       *> dormancy forever.
           if adl-outcome not = "SVCFEE"
               and adl-outcome not = "SVCFEERJ"
               and adl-outcome not = "XSFEE"
               and adl-outcome not = "XSFEERJ"
               move adl-account-number to srt-account-number
               move adl-timestamp(1:8) to srt-activity-date
               release sort-record
           .

       release-journal-activity.
       *> Interest credits, the backup withholding taken from them
       *> and service-fee and excess-transaction-fee debits are the
       *> bank's own doing, not customer activity -- counting any
       *> of them would keep every account alive forever once fees
       *> run monthly. Everything else in the journal traces back to
       *> a customer instruction.
           if not pjl-type-interest and not pjl-type-service-fee
               and not pjl-type-backup-withhold
               and not pjl-type-excess-txn-fee
               move pjl-account-number to srt-account-number
               move pjl-timestamp(1:8) to srt-activity-date
               release sort-record
           .

       review-one-account.
       *> closed accounts are gone, charged-off ones belong to
       *> collections and a silent loan is a delinquent one, worked
       *> by the loan run -- none of them is dormancy's business
           if account-closed or account-charged-off
               or account-type-loan
               continue
           else
               set no-detail-line-yet to true
               perform check-lost-owner
               perform find-last-activity
               if account-activity-missing
                   move zero to days-inactive
               else
                   perform age-and-mark-account
               end-if
               if owner-is-lost
                   add 1 to lost-owner-count
                   if no-detail-line-yet
                       move "OWNER MAIL RETURNED" to ddl-action
                       perform write-report-detail
                   end-if
               end-if
           end-if
           .

       check-lost-owner.
       *> Whole months since the owner was marked undeliverable --
       *> a month only counts once its day-of-month has come round
       *> again, so a flag set on the 20th is one month old on the
       *> 20th of the next.
           set owner-not-lost to true
           move spaces to ddl-lost-owner
           if owner-primary-id = spaces or customer-master-missing
               continue
           else
               move owner-primary-id to cust-owner-id
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       if cust-mail-undeliverable
                           and cust-undeliverable-date numeric
                           perform count-months-undeliverable
                       end-if
               end-read
           end-if
           .

       count-months-undeliverable.
           move ws-today(1:6) to mu-year-month
           divide mu-year-month by 100
               giving mu-year remainder mu-month
           compute mu-today-month-count = mu-year * 12 + mu-month
           move cust-undeliverable-date(1:6) to mu-year-month
           divide mu-year-month by 100
               giving mu-year remainder mu-month
           compute mu-flag-month-count = mu-year * 12 + mu-month
           compute months-undeliverable =
               mu-today-month-count - mu-flag-month-count
           if ws-today(7:2) < cust-undeliverable-date(7:2)
               subtract 1 from months-undeliverable
           end-if
           if months-undeliverable >= undeliverable-months
               set owner-is-lost to true
               move "LOST OWNER" to ddl-lost-owner
           end-if
           .

           .

       write-escheat-candidate.
           move "A" to esc-item-type
           move zero to esc-check-serial
           move account-number to esc-account-number
           move owner-primary-id to esc-owner-primary-id
           move balance to esc-balance
           perform write-notice-trigger
           .

       review-official-checks.
           open input official-check-file
           if check-register-missing
               *> no official check ever issued -- nothing to age
               continue
           else
               move zero to ofc-serial-number
               start official-check-file key is greater than or equal
                   to ofc-serial-number
                   invalid key move "10" to ws-check-status
               end-start
               perform age-one-official-check
                   until ws-check-status = "10"
               close official-check-file
           end-if
           .

       age-one-official-check.
           read official-check-file next record
               at end move "10" to ws-check-status
               not at end
                   if ofc-outstanding
                       compute days-outstanding = today-date-integer
                           - function integer-of-date(ofc-issue-date)
                       if days-outstanding >= check-escheat-days
                           perform write-check-escheat-candidate
                       end-if
                   end-if
           end-read
           .

       write-check-escheat-candidate.
       *> No notice trigger -- the payee is not a customer on file
       *> for the notice run to write to.
           move spaces to escheat-record
           move "C" to esc-item-type
           move ofc-serial-number to esc-check-serial
           move ofc-source-account to esc-account-number
           move spaces to esc-owner-primary-id
           move ofc-amount to esc-balance
           move ofc-issue-date to esc-last-activity
           write escheat-record
           add 1 to stale-check-count
           add ofc-amount to stale-check-total
           move ofc-serial-number to cdl-check-serial
           move ofc-issue-date to cdl-issue-date
           move days-outstanding to cdl-days-outstanding
           move "ESCHEAT CANDIDATE" to cdl-action
           move ofc-amount to cdl-amount
           move check-detail-line to dormancy-report-line
           write dormancy-report-line
           .

       write-notice-trigger.
       *> One trigger per noticeable event -- the nightly notice run
       *> turns these into the due-diligence and dormancy-warning
           move business-days-inactive to ddl-business-days
           move report-detail-line to dormancy-report-line
           write dormancy-report-line
           set detail-line-written to true
           .

       terminate-run.
           move marked-dormant-count to dsl-dormant-count
           move escheat-count to dsl-escheat-count
           move lost-owner-count to dsl-lost-owner-count
           move report-summary-line to dormancy-report-line
           write dormancy-report-line
           move stale-check-count to csl-check-count
           move stale-check-total to csl-check-total
           move check-summary-line to dormancy-report-line
           write dormancy-report-line
           close account-master-file
           close last-activity-file
           close dormancy-report-file
           close escheat-extract-file
           close notice-trigger-file
           close customer-master-file
           .

       end program DormancyReview.
