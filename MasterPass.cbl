       identification division.

       program-id. MasterPass.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select legal-order-file assign to "LEGALORD"
               organization indexed
               access dynamic
               record key is lgo-order-ref
               file status is ws-order-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select rate-table-file assign to "RATETABL"
               organization line sequential
               file status is ws-rate-table-status.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
           select holds-file assign to "HOLDS"
               organization line sequential
               file status is ws-holds-status.
           select holds-carry-file assign to "HOLDSNEW"
               organization line sequential.
           select hold-sort-file assign to "MPHSRTW".
           select due-hold-file assign to "MPHOLDW"
               organization line sequential
               file status is ws-due-hold-status.
           select order-sort-file assign to "MPLSRTW".
           select open-order-file assign to "MPORDW"
               organization line sequential
               file status is ws-open-order-status.
           select balance-history-file assign to "BALHIST"
               organization line sequential
               file status is ws-history-status.
           select history-sort-file assign to "MPBSRTW".
           select average-drawn-file assign to "MPAVGW"
               organization line sequential
               file status is ws-average-status.
           select release-register-file assign to "HLDRLREG"
               organization line sequential.
           select interest-register-file assign to "INTREG"
               organization line sequential.
           select maturity-register-file assign to "CDMATREG"
               organization line sequential.
           select remittance-register-file assign to "REMITREG"
               organization line sequential.
           select capitalize-register-file assign to "INTCAPRG"
               organization line sequential.
           select billing-register-file assign to "ODBILREG"
               organization line sequential.
           select accrual-control-file assign to "INTRCTL"
               organization line sequential
               file status is ws-accrual-control-status.
           select accrual-force-file assign to "INTFORCE"
               organization line sequential
               file status is ws-accrual-force-status.
           select billing-control-file assign to "ODBRCTL"
               organization line sequential
               file status is ws-billing-control-status.
           select billing-force-file assign to "ODBFORCE"
               organization line sequential
               file status is ws-billing-force-status.
           select checkpoint-file assign to "MPCHKPT"
               organization line sequential
               file status is ws-checkpoint-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  legal-order-file.
           copy "LegalOrderRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  rate-table-file.
           copy "RateTableRecord.cpy".

       fd  calendar-file.
           copy "CalendarRecord.cpy".

       fd  holds-file.
           copy "HoldRecord.cpy".

       fd  holds-carry-file.
       01  holds-carry-record pic x(50).

       sd  hold-sort-file.
       01  hold-sort-record.
           05  shs-account-number pic 9(8).
           05  shs-amount         pic 9(7)v99.
           05  shs-release-date   pic 9(8).

       fd  due-hold-file.
       01  due-hold-record.
           05  dhl-account-number pic 9(8).
           05  dhl-amount         pic 9(7)v99.
           05  dhl-release-date   pic 9(8).

       sd  order-sort-file.
       01  order-sort-record.
           05  sos-account-number pic 9(8).
           05  sos-order-ref      pic x(10).

       fd  open-order-file.
       01  open-order-record.
           05  oor-account-number pic 9(8).
           05  oor-order-ref      pic x(10).

       fd  balance-history-file.
           copy "BalanceHistoryRecord.cpy".

       sd  history-sort-file.
       01  history-sort-record.
           05  srt-account-number pic 9(8).
           05  srt-drawn-balance  pic s9(7)v99 sign leading separate.

       fd  average-drawn-file.
       01  average-drawn-record.
           05  adr-account-number pic 9(8).
           05  adr-average-drawn  pic s9(7)v99 sign leading separate.

       fd  release-register-file.
       01  release-register-line pic x(80).

       fd  interest-register-file.
       01  interest-register-line pic x(80).

       fd  maturity-register-file.
       01  maturity-register-line pic x(80).

       fd  remittance-register-file.
       01  remittance-register-line pic x(100).

       fd  capitalize-register-file.
       01  capitalize-register-line pic x(80).

       fd  billing-register-file.
       01  billing-register-line pic x(80).

       fd  accrual-control-file.
       01  accrual-control-record.
           05 arc-last-run-date      pic 9(8).

       fd  accrual-force-file.
       01  accrual-force-record pic x(80).

       fd  billing-control-file.
       01  billing-control-record.
           05 brc-last-run-date      pic 9(8).

       fd  billing-force-file.
       01  billing-force-record pic x(80).

       fd  checkpoint-file.
       01  checkpoint-record.
       *> the last account number every step of the pass has finished
       *> with -- cut at once after any account that had a hold
       *> released, an order remitted or line interest billed, none
       *> of which leaves an idempotency mark on the record, and every
       *> checkpoint-interval accounts otherwise
           05 chk-last-account       pic 9(8).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 end-of-master          value "10" "46".
       01 ws-customer-status         pic xx.
       01 ws-customer-present-flag   pic x(1) value "N".
           88 customer-file-present  value "Y".
       01 ws-order-status            pic xx.
           88 orders-not-found       value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-rate-table-status       pic xx.
           88 end-of-rate-table      value "10".
           88 rate-table-not-found   value "35".
       01 ws-calendar-status         pic xx.
           88 end-of-calendar        value "10".
           88 calendar-not-found     value "35".
       01 ws-holds-status            pic xx.
           88 end-of-holds           value "10".
           88 holds-not-found        value "35".
       01 ws-due-hold-status         pic xx.
           88 end-of-due-holds       value "10".
       01 ws-open-order-status       pic xx.
           88 end-of-open-orders     value "10".
       01 ws-history-status          pic xx.
           88 end-of-history         value "10".
           88 history-not-found      value "35".
       01 ws-average-status          pic xx.
           88 end-of-averages        value "10".
       01 ws-accrual-control-status  pic xx.
       01 ws-accrual-force-status    pic xx.
       01 ws-billing-control-status  pic xx.
       01 ws-billing-force-status    pic xx.
       01 ws-checkpoint-status       pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-program-id          pic x(18).
       01 ws-sequencer-step          pic x(18) value "MASTERPASS".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).
       01 ws-month-start-date        pic 9(8).
       01 ws-next-business-date      pic 9(8).
       01 ws-last-run-date           pic 9(8).
       01 ws-restart-account         pic 9(8) value zero.
       01 ws-current-account         pic 9(8).
       01 checkpoint-interval        pic 9(5) comp value 500.
       01 since-checkpoint-count     pic 9(5) comp value 0.
       01 walked-count               pic 9(7) value 0.

       01 pass-step-flags.
       *> Which of tonight's account-level steps this pass carries.
       *> Hold release, CD maturity and legal remittance run every
       *> night; accrual drops out when INTRCTL shows tonight already
       *> accrued; capitalization and line billing join only on the
       *> last business day of the month, billing only when ODBRCTL
       *> shows the month not yet billed.
           05 ws-accrual-step-flag   pic x(1) value "Y".
               88 accrual-step-active value "Y".
           05 ws-maturity-step-flag  pic x(1) value "Y".
               88 maturity-step-active value "Y".
           05 ws-remit-step-flag     pic x(1) value "Y".
               88 remit-step-active  value "Y".
           05 ws-capitalize-step-flag pic x(1) value "N".
               88 capitalize-step-active value "Y".
           05 ws-billing-step-flag   pic x(1) value "N".
               88 billing-step-active value "Y".
       01 ws-month-end-flag          pic x(1) value "N".
           88 month-end-due          value "Y".
       01 ws-account-posted-flag     pic x(1).
           88 account-posted         value "Y".
           88 account-not-posted     value "N".
       01 ws-walk-moved-flag         pic x(1).
           88 walk-moved             value "Y".
           88 walk-in-place          value "N".

       01 backup-withhold-pct        pic 9(3)v99 value 24.00.
       01 od-annual-rate             pic 9(3)v9999 value 0.1800.
       01 parameter-found-flags.
           05 withhold-pct-found     pic x value "N".
           05 od-rate-found          pic x value "N".

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

       01 released-count             pic 9(7) value 0.
       01 carried-count              pic 9(7) value 0.
       01 orphan-count               pic 9(7) value 0.

       01 accrued-count              pic 9(7) value 0.
       01 skipped-count              pic 9(7) value 0.
       01 interest-rate              float-long value 0.02.
       01 accrual-interest-amount    float-long.
       01 rate-tier-table.
       *> Balance-tiered rates loaded from RATETABL, the flat
       *> interest-rate above standing in (loudly) when the table is
       *> missing or empty -- the same fallback the accrual job uses.
           05 rate-tier-entry occurs 20 times
                                   indexed by rate-idx.
               10 tier-floor         pic 9(9)v99.
               10 tier-rate          pic 9v9999.
               10 tier-effective     pic 9(8).
       01 rate-tier-count            pic 9(2) value 0.
       01 ws-tier-found-flag         pic x(1).
           88 tier-slot-found        value "Y".
           88 tier-slot-not-found    value "N".
       01 ws-tier-slot               pic 9(2).
       01 best-tier-floor            pic 9(9)v99.
       01 applied-rate               float-long.
       01 applied-rate-display       pic 9v9999.

       01 matured-count              pic 9(7) value 0.
       01 maturity-failed-count      pic 9(7) value 0.
       01 maturity-interest-amount   float-long.
       01 proceeds-amount            float-long.
       01 net-interest               float-long.
       01 withhold-posting           float-long.
       01 withheld-amount            pic 9(7)v99.
       01 maturity-withheld-total    pic 9(9)v99 value 0.
       01 ws-withholding-flag        pic x(1).
           88 backup-withholding-due value "Y".
           88 no-backup-withholding  value "N".
       01 timedep-acct               type TimeDepositAccount.
       01 savings-acct               type SavingsAccount.
       01 debit-acct                 type DebitAccount.
       01 checking-acct              type CheckingAccount.
       01 sweep-target-account       type BankAccount.
       01 current-account            type BankAccount.
       01 ws-sweep-target-number     pic 9(8).
       01 ws-cd-record-save          pic x(300).
       *> Snapshot of the maturing CD's record across the secondary
       *> master read for its sweep target -- both reads share the
       *> one FD buffer. A plain byte buffer sized past the record,
       *> so the master layout can grow without this area falling
       *> out of sync.
       01 roll-months-left           pic 9(3).
       01 roll-yyyymm                pic 9(6).
       01 roll-yyyy                  pic 9(4).
       01 roll-mm                    pic 9(2).
       01 roll-dd                    pic 9(2).
       01 roll-schedule-day          pic 9(2).
       01 month-day-table.
       *> Days per month for the maturity roll's end-of-month clamp --
       *> February is corrected for leap years at the point of use.
           05 filler pic x(24) value "312831303130313130313031".
       01 month-day-entries redefines month-day-table.
           05 days-in-month occurs 12 times pic 9(2).
       01 month-day-limit            pic 9(2).
       01 leap-remainder             pic 9(4).

       01 remit-amount               pic 9(7)v99.
       01 order-remaining            pic s9(7)v99.
       01 remit-posting-amount       float-long.
       01 remitted-count             pic 9(7) value 0.
       01 partial-count              pic 9(7) value 0.
       01 remitted-total             pic 9(11)v99 value 0.
       copy "OfficialCheckRequest.cpy".

       01 capitalized-count          pic 9(7) value 0.
       01 forfeited-count            pic 9(7) value 0.
       01 capitalize-failed-count    pic 9(7) value 0.
       01 capitalize-amount          float-long.
       01 gross-interest             float-long.
       01 capitalize-withheld-total  pic 9(9)v99 value 0.

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-history  value "N".
       01 ws-avg-first-flag          pic x(1) value "Y".
           88 first-average-record   value "Y".
           88 not-first-average      value "N".
       01 current-average-account    pic 9(8).
       01 current-drawn-total        pic s9(11)v99.
       01 current-snapshot-count     pic 9(5).
       01 computed-average-drawn     pic s9(7)v99.
       01 ws-merge-average           pic s9(7)v99.
       01 ws-average-found-flag      pic x(1).
           88 month-average-found    value "Y".
           88 month-average-missing  value "N".
       01 ws-billing-base            pic s9(7)v99.
       01 billing-interest-amount    pic 9(7)v99.
       01 interest-posting-amount    float-long.
       01 billed-count               pic 9(7) value 0.
       01 billed-total               pic 9(9)v99 value 0.

       copy "ReportHeader.cpy".

       01 hold-detail-line.
           05 hdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 hdl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 hdl-release-date   pic 9(8).
           05 filler             pic x(2) value spaces.
           05 hdl-action         pic x(20).

       01 hold-summary-line.
           05 filler             pic x(10) value "RELEASED: ".
           05 hsl-released       pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "CARRIED: ".
           05 hsl-carried        pic zzzzzz9.

       01 accrual-detail-line.
           05 rgl-account-number pic z(7)9.
           05 filler              pic x(2) value spaces.
           05 rgl-balance-before  pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 rgl-rate-applied    pic 9.9999.
           05 filler              pic x(2) value spaces.
           05 rgl-accrued-today   pic z(6)9.99.
           05 filler              pic x(2) value spaces.
           05 rgl-accrued-to-date pic z(6)9.99.

       01 maturity-detail-line.
           05 mdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 mdl-interest-paid  pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 mdl-instruction    pic x(1).
           05 filler             pic x(2) value spaces.
           05 mdl-action         pic x(30).
           05 filler             pic x(2) value spaces.
           05 mdl-withheld       pic z(6)9.99.

       01 maturity-summary-line.
           05 filler             pic x(9) value "MATURED: ".
           05 msl-matured        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 msl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "WITHHELD: ".
           05 msl-withheld       pic z(8)9.99.

       01 remit-detail-line.
           05 rdl-order-ref      pic x(10).
           05 filler             pic x(2) value spaces.
           05 rdl-account-number pic 9(8).
           05 filler             pic x(2) value spaces.
           05 rdl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 rdl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 rdl-beneficiary    pic x(30).
           05 filler             pic x(2) value spaces.
           05 rdl-action         pic x(10).
           05 filler             pic x(2) value spaces.
           05 rdl-check-serial   pic z(9).

       01 remit-summary-line.
           05 filler             pic x(10) value "REMITTED: ".
           05 rsl-remitted       pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "PARTIAL: ".
           05 rsl-partial        pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value "TOTAL: ".
           05 rsl-total          pic z(9)9.99.

       01 capitalize-detail-line.
           05 cdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 cdl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 cdl-action         pic x(20).
           05 filler             pic x(2) value spaces.
           05 cdl-withheld       pic z(6)9.99.

       01 capitalize-summary-line.
           05 filler             pic x(13) value "CAPITALIZED: ".
           05 csl-capitalized    pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(11) value "FORFEITED: ".
           05 csl-forfeited      pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FAILED: ".
           05 csl-failed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "WITHHELD: ".
           05 csl-withheld       pic z(7)9.99.

       01 billing-detail-line.
           05 bdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "AVG DRAWN ".
           05 bdl-average-drawn  pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "INTEREST ".
           05 bdl-interest       pic z(4)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(6) value "DRAWN ".
           05 bdl-drawn-now      pic z(6)9.99.

       01 billing-summary-line.
           05 filler             pic x(8) value "BILLED: ".
           05 bsl-billed         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(16) value "INTEREST TOTAL: ".
           05 bsl-total          pic z(7)9.99.

       procedure division.
       *> The night's account-level work in one walk of the account
       *> master: each record is read once and taken through every
       *> step due tonight in the window's order -- hold release,
       *> interest accrual, CD maturity, legal-order remittance, and
       *> on the last business day of the month capitalization of
       *> the accrued bucket and overdraft-line billing. Each step
       *> applies exactly the rules of its own job, writes that job's
       *> register, and logs START and END under that job's name, so
       *> the operations report and the window sequencer see the same
       *> night they always did; the jobs themselves stay in the
       *> library for rerunning any one step alone. Holds and legal
       *> orders are sorted into account order up front and merged
       *> against the walk, the way the billing run merges its month
       *> averages. Holds are released through the next business day
       *> -- this pass runs after the posting steps, so whatever the
       *> next night's postings will see as released is released
       *> tonight. A restart resumes past the checkpointed account.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform process-accounts until end-of-master
               perform terminate-run
           else
               display "masterpass: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           move ws-today to ws-month-start-date
           move 01 to ws-month-start-date(7:2)
           perform load-business-calendar
           perform find-next-business-date
           perform load-business-parameters
           perform check-accrual-control
           if month-end-due
               move "Y" to ws-capitalize-step-flag
               perform check-billing-control
           end-if
           perform read-restart-checkpoint
           perform write-step-log-starts
           open input customer-master-file
           if ws-customer-status = "00"
               set customer-file-present to true
           else
               *> without the master no certification can be proved
               *> either way -- pay in full and say so loudly rather
               *> than withhold from every depositor
               display "masterpass: CUSTMSTR missing --"
                   " no backup withholding this run"
           end-if
           if accrual-step-active
               perform load-rate-table
           end-if
           perform open-step-registers
           perform build-due-hold-list
           perform build-open-order-list
           if billing-step-active
               perform build-month-averages
           end-if
           open i-o account-master-file
           if ws-master-status = "35"
               *> account master does not exist yet -- every hold and
               *> order still waiting reports as an orphan at the end
               set end-of-master to true
           else
               if ws-restart-account > zero
                   *> resume past the last checkpointed account
                   move ws-restart-account to account-number
                   start account-master-file key is greater than
                       account-number
                       invalid key set end-of-master to true
                   end-start
               else
                   move zero to account-number
                   start account-master-file key is greater than or
                       equal to account-number
                       invalid key set end-of-master to true
                   end-start
               end-if
               if not end-of-master
                   perform read-next-account
               end-if
           end-if
           .

       find-next-business-date.
       *> The next business date sets two things: the hold-release
       *> cutoff, and whether tonight closes the month -- a next
       *> business day in a later month makes tonight month-end.
           move ws-today to bd-check-date
           perform advance-to-business-day
           perform advance-to-business-day
               until date-is-business-day
           move bd-check-date to ws-next-business-date
           if ws-next-business-date(1:6) not = ws-today(1:6)
               set month-end-due to true
           end-if
           .

       check-accrual-control.
       *> The accrual job's own once-a-date control: a date already
       *> accrued -- by this pass or the job run alone -- drops the
       *> step from tonight's pass unless INTFORCE says otherwise.
           move zero to ws-last-run-date
           open input accrual-control-file
           if ws-accrual-control-status = "00"
               read accrual-control-file
                   at end move zero to ws-last-run-date
                   not at end
                       move arc-last-run-date to ws-last-run-date
               end-read
               close accrual-control-file
           end-if
           if ws-last-run-date = ws-today
               open input accrual-force-file
               if ws-accrual-force-status = "00"
                   close accrual-force-file
                   display "masterpass: date " ws-today
                       " already accrued -- INTFORCE override"
                       " accepted"
               else
                   move "N" to ws-accrual-step-flag
                   display "masterpass: date " ws-today
                       " already accrued -- accrual step skipped"
               end-if
           end-if
           .

       check-billing-control.
       *> One billed month, one billing run -- the billing job's
       *> ODBRCTL record is honored and stamped here exactly as the
       *> job does it, ODBFORCE included.
           move "Y" to ws-billing-step-flag
           move zero to ws-last-run-date
           open input billing-control-file
           if ws-billing-control-status = "00"
               read billing-control-file
                   at end move zero to ws-last-run-date
                   not at end
                       move brc-last-run-date to ws-last-run-date
               end-read
               close billing-control-file
           end-if
           if ws-last-run-date(1:6) = ws-today(1:6)
               open input billing-force-file
               if ws-billing-force-status = "00"
                   close billing-force-file
                   display "masterpass: month " ws-today(1:6)
                       " already billed -- ODBFORCE override"
                       " accepted"
               else
                   move "N" to ws-billing-step-flag
                   display "masterpass: month " ws-today(1:6)
                       " already billed -- billing step skipped"
               end-if
           end-if
           .

       read-restart-checkpoint.
           open input checkpoint-file
           if ws-checkpoint-status = "00"
               read checkpoint-file
                   at end move zero to ws-restart-account
                   not at end
                       move chk-last-account to ws-restart-account
               end-read
               close checkpoint-file
           end-if
           .

       write-restart-checkpoint.
           open output checkpoint-file
           move ws-current-account to chk-last-account
           write checkpoint-record
           close checkpoint-file
           move zero to since-checkpoint-count
           .

       checkpoint-if-due.
           add 1 to since-checkpoint-count
           if since-checkpoint-count >= checkpoint-interval
               perform write-restart-checkpoint
           end-if
           .

       load-business-calendar.
      *> The holiday calendar loads like any other parameter file; a
      *> missing file degrades loudly to the weekday-only rule.
           open input calendar-file
           if calendar-not-found
               display "masterpass: CALENDAR missing -- weekends"
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
               display "masterpass: holiday table full -- date"
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

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "masterpass: BUSPARMS missing -- using"
                   " compiled withholding and line rates"
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
               when "BACKUP-WITHHOLD-PCT"
                   move bp-parameter-value to backup-withhold-pct
                   move "Y" to withhold-pct-found
                   display "masterpass: BACKUP-WITHHOLD-PCT loaded "
                       bp-parameter-value
               when "OD-INTEREST-RATE"
                   move bp-parameter-value to od-annual-rate
                   move "Y" to od-rate-found
                   display "masterpass: OD-INTEREST-RATE loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if withhold-pct-found = "N"
               display "masterpass: BACKUP-WITHHOLD-PCT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if od-rate-found = "N"
               display "masterpass: OD-INTEREST-RATE not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       load-rate-table.
           open input rate-table-file
           if rate-table-not-found
               display "masterpass: RATETABL missing -- using"
                   " flat default rate"
           else
               perform read-next-rate-record
               perform load-rate-record until end-of-rate-table
               close rate-table-file
               if rate-tier-count = 0
                   display "masterpass: RATETABL has no tier in"
                       " effect -- using flat default rate"
               end-if
           end-if
           .

       read-next-rate-record.
           read rate-table-file
               at end set end-of-rate-table to true
           end-read
           .

       load-rate-record.
       *> Future-dated tiers are skipped; of two records for the same
       *> floor the later effective date wins.
           if rt-effective-date <= ws-today
               perform find-tier-slot-for-floor
               if tier-slot-found
                   if rt-effective-date >=
                           tier-effective(ws-tier-slot)
                       move rt-tier-rate to tier-rate(ws-tier-slot)
                       move rt-effective-date
                           to tier-effective(ws-tier-slot)
                   end-if
               else
                   if rate-tier-count >= 20
                       display "masterpass: rate table full --"
                           " tier ignored"
                   else
                       add 1 to rate-tier-count
                       move rt-tier-floor
                           to tier-floor(rate-tier-count)
                       move rt-tier-rate
                           to tier-rate(rate-tier-count)
                       move rt-effective-date
                           to tier-effective(rate-tier-count)
                   end-if
               end-if
           end-if
           perform read-next-rate-record
           .

       find-tier-slot-for-floor.
           set tier-slot-not-found to true
           move 0 to ws-tier-slot
           perform match-tier-slot
               varying rate-idx from 1 by 1
               until rate-idx > rate-tier-count
                  or tier-slot-found
           .

       match-tier-slot.
           if tier-floor(rate-idx) = rt-tier-floor
               set ws-tier-slot to rate-idx
               set tier-slot-found to true
           end-if
           .

       open-step-registers.
       *> Every active step writes the same register its own job
       *> writes, header and all.
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           open output release-register-file
           move "FUNDS AVAILABILITY RELEASE" to rh-report-title
           move report-header-line to release-register-line
           write release-register-line
           if accrual-step-active
               open output interest-register-file
               move "DAILY INTEREST ACCRUAL REGISTER"
                   to rh-report-title
               move report-header-line to interest-register-line
               write interest-register-line
           end-if
           open output maturity-register-file
           move "TIME DEPOSIT MATURITY REGISTER" to rh-report-title
           move report-header-line to maturity-register-line
           write maturity-register-line
           open output remittance-register-file
           move "LEGAL ORDER REMITTANCE REGISTER" to rh-report-title
           move report-header-line to remittance-register-line
           write remittance-register-line
           if capitalize-step-active
               open output capitalize-register-file
               move "INTEREST CAPITALIZATION REGISTER"
                   to rh-report-title
               move report-header-line to capitalize-register-line
               write capitalize-register-line
           end-if
           if billing-step-active
               open output billing-register-file
               move "OVERDRAFT LINE BILLING REGISTER"
                   to rh-report-title
               move report-header-line to billing-register-line
               write billing-register-line
           end-if
           .

       build-due-hold-list.
       *> Holds not yet due go straight to the carried-forward file;
       *> the due ones are sorted into account order for the merge.
           open output holds-carry-file
           sort hold-sort-file on ascending key shs-account-number
               input procedure is release-due-holds
               giving due-hold-file
           open input due-hold-file
           perform read-next-due-hold
           .

       release-due-holds.
           open input holds-file
           if holds-not-found
               *> no holds outstanding -- nothing to release
               continue
           else
               perform read-next-hold
               perform sort-one-hold until end-of-holds
               close holds-file
           end-if
           .

       read-next-hold.
           read holds-file
               at end set end-of-holds to true
           end-read
           .

       sort-one-hold.
           if hld-release-date <= ws-next-business-date
               move hld-account-number to shs-account-number
               move hld-amount to shs-amount
               move hld-release-date to shs-release-date
               release hold-sort-record
           else
               move hold-line to holds-carry-record
               write holds-carry-record
               add 1 to carried-count
           end-if
           perform read-next-hold
           .

       read-next-due-hold.
           read due-hold-file
               at end set end-of-due-holds to true
           end-read
           .

       build-open-order-list.
           open input legal-order-file
           if orders-not-found
               *> no legal orders on file -- nothing to remit
               move "N" to ws-remit-step-flag
               set end-of-open-orders to true
           else
               sort order-sort-file on ascending key sos-account-number
                   sos-order-ref
                   input procedure is release-open-orders
                   giving open-order-file
               close legal-order-file
               open i-o legal-order-file
               open input open-order-file
               perform read-next-open-order
           end-if
           .

       release-open-orders.
           move low-values to lgo-order-ref
           start legal-order-file key is greater than or equal
               to lgo-order-ref
               invalid key move "10" to ws-order-status
           end-start
           perform sort-one-order until ws-order-status = "10"
           .

       sort-one-order.
           read legal-order-file next record
               at end move "10" to ws-order-status
               not at end
                   if lgo-order-open
                       move lgo-account-number to sos-account-number
                       move lgo-order-ref to sos-order-ref
                       release order-sort-record
                   end-if
           end-read
           .

       read-next-open-order.
           read open-order-file
               at end set end-of-open-orders to true
           end-read
           .

       build-month-averages.
       *> The billing job's reduction of the month's end-of-day drawn
       *> balances to one average per account, in account order.
           sort history-sort-file on ascending key srt-account-number
               input procedure is release-month-history
               output procedure is reduce-to-averages
           open input average-drawn-file
           perform read-next-average
           .

       release-month-history.
           open input balance-history-file
           if history-not-found
               continue
           else
               perform read-next-history-record
               perform release-history-record until end-of-history
               close balance-history-file
           end-if
           .

       read-next-history-record.
           read balance-history-file
               at end set end-of-history to true
           end-read
           .

       release-history-record.
           if bhl-snapshot-date >= ws-month-start-date
               and bhl-snapshot-date <= ws-today
               move bhl-account-number to srt-account-number
               if bhl-drawn-balance numeric
                   move bhl-drawn-balance to srt-drawn-balance
               else
                   move zero to srt-drawn-balance
               end-if
               release history-sort-record
           end-if
           perform read-next-history-record
           .

       reduce-to-averages.
           open output average-drawn-file
           perform return-next-sorted-record
           perform reduce-one-record until end-of-sorted-history
           if not first-average-record
               perform write-average-record
           end-if
           close average-drawn-file
           .

       return-next-sorted-record.
           return history-sort-file
               at end move "N" to ws-more-sorted-records
           end-return
           .

       reduce-one-record.
           if first-average-record
               move srt-account-number to current-average-account
               move zero to current-drawn-total
               move zero to current-snapshot-count
               set not-first-average to true
           else
               if srt-account-number not = current-average-account
                   perform write-average-record
                   move srt-account-number to current-average-account
                   move zero to current-drawn-total
                   move zero to current-snapshot-count
               end-if
           end-if
           add srt-drawn-balance to current-drawn-total
           add 1 to current-snapshot-count
           perform return-next-sorted-record
           .

       write-average-record.
           compute computed-average-drawn rounded =
               current-drawn-total / current-snapshot-count
           move current-average-account to adr-account-number
           move computed-average-drawn to adr-average-drawn
           write average-drawn-record
           .

       read-next-average.
           read average-drawn-file
               at end set end-of-averages to true
           end-read
           .

       read-next-account.
           read account-master-file next record
               at end set end-of-master to true
           end-read
           .

       process-accounts.
       *> One account through every active step, in window order.
       *> Only the CD sweep reads another record; it leaves the CD
       *> back in the buffer for the later steps and the walk is
       *> re-aimed past it once the account is finished.
           move account-number to ws-current-account
           set account-not-posted to true
           set walk-in-place to true
           perform release-account-holds
           if accrual-step-active and account-type-savings
               perform accrue-interest-for-account
           end-if
           if maturity-step-active and account-type-timedep
               and account-active
               and cd-maturity-date > zero
               and cd-maturity-date <= ws-today
               perform mature-one-deposit
           end-if
           if remit-step-active
               perform remit-account-orders
           end-if
           if capitalize-step-active
               and acr-accrued-interest not = zero
               perform capitalize-one-account
           end-if
           *> a charged-off line was written off with the account --
           *> it is never billed again
           if billing-step-active and account-type-checking
               and not account-closed
               and not account-charged-off
               perform bill-one-account
           end-if
           if account-posted
               perform write-restart-checkpoint
           else
               perform checkpoint-if-due
           end-if
           add 1 to walked-count
           if walk-moved
               perform reposition-walk-after-account
           end-if
           perform read-next-account
           .

       reposition-walk-after-account.
           move ws-current-account to account-number
           start account-master-file key is greater than
               account-number
               invalid key set end-of-master to true
           end-start
           .

       release-account-holds.
       *> Due holds for accounts the walk has passed without finding
       *> are orphans; those at or below a restart point were
       *> released before the restart and are only dropped.
           perform skip-unmatched-hold
               until end-of-due-holds
                  or dhl-account-number >= ws-current-account
           perform release-one-hold
               until end-of-due-holds
                  or dhl-account-number not = ws-current-account
           .

       skip-unmatched-hold.
           if dhl-account-number <= ws-restart-account
               move "RELEASED PRIOR RUN" to hdl-action
           else
               move "ACCOUNT NOT ON FILE" to hdl-action
               add 1 to orphan-count
           end-if
           perform write-hold-detail
           perform read-next-due-hold
           .

       release-one-hold.
           subtract dhl-amount from avl-held-amount
           if avl-held-amount < zero
               *> the held total can never owe the customer money --
               *> floor it and let the register show the release
               *> that bottomed it out
               move zero to avl-held-amount
           end-if
           rewrite account-record
           set account-posted to true
           move "RELEASED" to hdl-action
           add 1 to released-count
           perform write-hold-detail
           perform read-next-due-hold
           .

       write-hold-detail.
           move dhl-account-number to hdl-account-number
           move dhl-amount to hdl-amount
           move dhl-release-date to hdl-release-date
           move hold-detail-line to release-register-line
           write release-register-line
           .

       select-applied-rate.
           move interest-rate to applied-rate
           move zero to best-tier-floor
           perform consider-rate-tier
               varying rate-idx from 1 by 1
               until rate-idx > rate-tier-count
           .

       consider-rate-tier.
           if balance >= tier-floor(rate-idx)
               and tier-floor(rate-idx) >= best-tier-floor
               move tier-floor(rate-idx) to best-tier-floor
               move tier-rate(rate-idx) to applied-rate
           end-if
           .

       accrue-interest-for-account.
       *> One day's interest at the balance's tier rate into the
       *> accrued bucket, never the balance; an account already
       *> accrued through today or closed accrues nothing.
           evaluate true
               when account-closed
                   add 1 to skipped-count
               when acr-accrued-through >= ws-today
                   add 1 to skipped-count
               when other
                   perform select-applied-rate
                   compute accrual-interest-amount rounded =
                       balance * applied-rate / 365
                   move balance to rgl-balance-before
                   add accrual-interest-amount to acr-accrued-interest
                   move ws-today to acr-accrued-through
                   rewrite account-record
                   add 1 to accrued-count

                   move account-number to rgl-account-number
                   move applied-rate to applied-rate-display
                   move applied-rate-display to rgl-rate-applied
                   move accrual-interest-amount to rgl-accrued-today
                   move acr-accrued-interest to rgl-accrued-to-date
                   move accrual-detail-line to interest-register-line
                   write interest-register-line
           end-evaluate
           .

       mature-one-deposit.
       *> The maturity job's rules unchanged: simple interest for the
       *> full term deposited into the object only, then the roll or
       *> sweep, with nothing rewritten or journaled until the
       *> disposition has succeeded.
           compute maturity-interest-amount rounded =
               balance * cd-contract-rate * cd-term-months / 12
           perform compute-maturity-withholding

           set timedep-acct to new TimeDepositAccount
           set timedep-acct::AccountNumber to account-number
           set timedep-acct::balance to balance
           set timedep-acct::AccountStatus to account-status
           set timedep-acct::HeldAmount to avl-held-amount
           set timedep-acct::FencedAmount to lgl-fenced-amount
           set timedep-acct::ChargedOffAmount to chg-charged-off-amount
           set timedep-acct::RecoveredAmount to chg-recovered-amount
           set timedep-acct::TermMonths to cd-term-months
           set timedep-acct::MaturityDate to cd-maturity-date
           set timedep-acct::ContractRate to cd-contract-rate

           move account-number to mdl-account-number
           move cd-maturity-instruction to mdl-instruction
           move zero to mdl-withheld
           if cd-instruction-sweep
               perform sweep-proceeds-to-linked
           else
               perform roll-into-new-term
           end-if
           .

       roll-into-new-term.
           if timedep-acct::Deposit(net-interest)
               invoke type BankAccount::LogPosting(
                   ws-current-account, "IN", maturity-interest-amount)
               perform post-backup-withholding
               move maturity-interest-amount to mdl-interest-paid
               compute balance rounded = timedep-acct::balance
               move cd-maturity-date to cd-open-date
               perform advance-maturity-by-term
               rewrite account-record
               move "ROLLED TO NEW TERM" to mdl-action
               perform write-matured-line
           else
               move zero to mdl-interest-paid
               move "INTEREST REFUSED" to mdl-action
               perform write-maturity-failed-line
           end-if
           .

       compute-maturity-withholding.
           move zero to withheld-amount
           perform check-owner-tin
           if backup-withholding-due
               compute withheld-amount rounded =
                   maturity-interest-amount * backup-withhold-pct / 100
           end-if
           compute net-interest =
               maturity-interest-amount - withheld-amount
           .

       check-owner-tin.
       *> A primary owner not on the customer master, or whose TIN
       *> is missing or not certified, is subject to backup
       *> withholding -- the year-end e-file's own test.
           set no-backup-withholding to true
           if customer-file-present
               move owner-primary-id to cust-owner-id
               read customer-master-file
                   invalid key
                       set backup-withholding-due to true
                   not invalid key
                       evaluate true
                           when cust-tin not numeric
                               set backup-withholding-due to true
                           when cust-tin = zero
                               set backup-withholding-due to true
                           when not cust-tin-is-certified
                               set backup-withholding-due to true
                           when other
                               continue
                       end-evaluate
               end-read
           end-if
           .

       post-backup-withholding.
           if withheld-amount > zero
               compute withhold-posting = 0 - withheld-amount
               invoke type BankAccount::LogPosting(
                   ws-current-account, "BW", withhold-posting)
               add withheld-amount to maturity-withheld-total
               move withheld-amount to mdl-withheld
           end-if
           .

       advance-maturity-by-term.
           divide cd-maturity-date by 100
               giving roll-yyyymm remainder roll-dd
           divide roll-yyyymm by 100
               giving roll-yyyy remainder roll-mm
           move roll-dd to roll-schedule-day
           move cd-term-months to roll-months-left
           perform advance-maturity-one-month
               until roll-months-left = zero
           compute cd-maturity-date =
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
           .

       advance-maturity-one-month.
           move roll-schedule-day to roll-dd
           add 1 to roll-mm
           if roll-mm > 12
               move 1 to roll-mm
               add 1 to roll-yyyy
           end-if
           perform clamp-day-to-month
           subtract 1 from roll-months-left
           .

       clamp-day-to-month.
           move days-in-month(roll-mm) to month-day-limit
           if roll-mm = 2
               compute leap-remainder = function mod(roll-yyyy, 4)
               if leap-remainder = 0
                   compute leap-remainder = function mod(roll-yyyy, 100)
                   if leap-remainder not = 0
                       move 29 to month-day-limit
                   else
                       compute leap-remainder =
                           function mod(roll-yyyy, 400)
                       if leap-remainder = 0
                           move 29 to month-day-limit
                       end-if
                   end-if
               end-if
           end-if
           if roll-dd > month-day-limit
               move month-day-limit to roll-dd
           end-if
           .

       sweep-proceeds-to-linked.
           move zero to mdl-interest-paid
           move linked-account-number to ws-sweep-target-number
           if ws-sweep-target-number = zero
               move "NO SWEEP TARGET ON RECORD" to mdl-action
               perform write-maturity-failed-line
           else
               perform build-sweep-target-object
               set walk-moved to true
               if sweep-target-account = null
                   move "SWEEP TARGET NOT ON MASTER" to mdl-action
                   perform write-maturity-failed-line
               else
                   perform sweep-resolved-target
               end-if
           end-if
           .

       sweep-resolved-target.
           if timedep-acct::Deposit(net-interest)
               move timedep-acct::balance to proceeds-amount
               if type BankAccount::PerformTransfer(
                       proceeds-amount, timedep-acct,
                       sweep-target-account)
                   invoke type BankAccount::LogPosting(
                       ws-current-account, "IN",
                       maturity-interest-amount)
                   perform post-backup-withholding
                   move maturity-interest-amount to mdl-interest-paid
                   invoke timedep-acct::Close
                   perform post-sweep-accounts-to-master
                   move "SWEPT AND CLOSED" to mdl-action
                   perform write-matured-line
               else
                   move "SWEEP REFUSED" to mdl-action
                   perform write-maturity-failed-line
               end-if
           else
               move "INTEREST REFUSED" to mdl-action
               perform write-maturity-failed-line
           end-if
           .

       build-sweep-target-object.
       *> The CD's own record image is parked across the target
       *> lookup because both reads share the one FD buffer.
           set sweep-target-account to null
           move account-record to ws-cd-record-save
           move ws-sweep-target-number to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   evaluate true
                       when account-type-savings
                           set savings-acct to new SavingsAccount
                           set savings-acct::AccountNumber
                               to account-number
                           set savings-acct::balance to balance
                           set savings-acct::AccountStatus
                               to account-status
                           set savings-acct::HeldAmount
                               to avl-held-amount
                           set savings-acct::FencedAmount
                               to lgl-fenced-amount
                           set savings-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set savings-acct::RecoveredAmount
                               to chg-recovered-amount
                           set sweep-target-account to savings-acct
                       when account-type-debit
                           set debit-acct to new DebitAccount
                           set debit-acct::AccountNumber
                               to account-number
                           set debit-acct::balance to balance
                           set debit-acct::AccountStatus
                               to account-status
                           set debit-acct::HeldAmount to avl-held-amount
                           set debit-acct::FencedAmount
                               to lgl-fenced-amount
                           set debit-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set debit-acct::RecoveredAmount
                               to chg-recovered-amount
                           set sweep-target-account to debit-acct
                       when account-type-checking
                           set checking-acct to new CheckingAccount
                           set checking-acct::AccountNumber
                               to account-number
                           set checking-acct::balance to balance
                           set checking-acct::AccountStatus
                               to account-status
                           set checking-acct::HeldAmount
                               to avl-held-amount
                           set checking-acct::FencedAmount
                               to lgl-fenced-amount
                           set checking-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set checking-acct::RecoveredAmount
                               to chg-recovered-amount
                           set checking-acct::CreditLimit
                               to od-credit-limit
                           set checking-acct::DrawnBalance
                               to od-drawn-balance
                           set sweep-target-account to checking-acct
                       when other
                           set sweep-target-account to null
                   end-evaluate
           end-read
           move ws-cd-record-save to account-record
           .

       post-sweep-accounts-to-master.
       *> Both legs go back with their records re-read immediately
       *> before the REWRITE; the target is posted first so the CD
       *> is what the buffer holds for the steps still to come.
           move ws-sweep-target-number to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   compute balance rounded =
                       sweep-target-account::balance
                   move sweep-target-account::AccountStatus
                       to account-status
                   compute avl-held-amount rounded =
                       sweep-target-account::HeldAmount
                   if account-charged-off
                       compute chg-recovered-amount rounded =
                           sweep-target-account::RecoveredAmount
                   end-if
                   if account-type-checking
                       *> proceeds credited to a checking target may
                       *> have paid its overdraft line down inside
                       *> Deposit -- the drawn balance goes back too
                       set checking-acct to sweep-target-account
                       compute od-drawn-balance rounded =
                           checking-acct::DrawnBalance
                   end-if
                   rewrite account-record
           end-read
           move ws-current-account to account-number
           read account-master-file
               invalid key
                   continue
               not invalid key
                   compute balance rounded = timedep-acct::balance
                   move timedep-acct::AccountStatus to account-status
                   compute avl-held-amount rounded =
                       timedep-acct::HeldAmount
                   rewrite account-record
           end-read
           .

       write-matured-line.
           add 1 to matured-count
           move maturity-detail-line to maturity-register-line
           write maturity-register-line
           .

       write-maturity-failed-line.
           add 1 to maturity-failed-count
           move maturity-detail-line to maturity-register-line
           write maturity-register-line
           .

       remit-account-orders.
       *> Orders for accounts the walk passed without finding report
       *> as missing accounts; orders at or below a restart point
       *> were dealt with before the restart and are left alone.
           perform skip-unmatched-order
               until end-of-open-orders
                  or oor-account-number >= ws-current-account
           perform remit-matched-order
               until end-of-open-orders
                  or oor-account-number not = ws-current-account
           .

       skip-unmatched-order.
           if oor-account-number > ws-restart-account
               move oor-order-ref to lgo-order-ref
               read legal-order-file
                   invalid key
                       continue
                   not invalid key
                       perform report-missing-account
               end-read
           end-if
           perform read-next-open-order
           .

       remit-matched-order.
           move oor-order-ref to lgo-order-ref
           read legal-order-file
               invalid key
                   continue
               not invalid key
                   if lgo-order-open
                       perform remit-one-order
                   end-if
           end-read
           perform read-next-open-order
           .

       remit-one-order.
           compute order-remaining =
               lgo-ordered-amount - lgo-remitted-amount
           if order-remaining <= zero
               set lgo-order-remitted to true
               move ws-today to lgo-action-date
               rewrite legal-order-record
           else
               perform remit-from-account
           end-if
           .

       remit-from-account.
       *> The smaller of the unremitted remainder and the ledger
       *> balance comes off both the balance and the fence, is
       *> journaled as an LG debit and goes out as an official check
       *> to the beneficiary -- the GL books LG to the official-check
       *> outstanding account the cheque is drawn on.
           if balance <= zero
               move zero to remit-amount
           else
               if balance < order-remaining
                   move balance to remit-amount
               else
                   move order-remaining to remit-amount
               end-if
           end-if
           if remit-amount > zero
               subtract remit-amount from balance
               subtract remit-amount from lgl-fenced-amount
               if lgl-fenced-amount < zero
                   move zero to lgl-fenced-amount
               end-if
               rewrite account-record
               set account-posted to true
               compute remit-posting-amount = 0 - remit-amount
               invoke type BankAccount::LogPosting(
                   lgo-account-number, "LG", remit-posting-amount)
               perform issue-remittance-check
               add remit-amount to lgo-remitted-amount
               add remit-amount to remitted-total
               if lgo-remitted-amount >= lgo-ordered-amount
                   set lgo-order-remitted to true
                   move ws-today to lgo-action-date
                   add 1 to remitted-count
                   move "REMITTED" to rdl-action
               else
                   add 1 to partial-count
                   move "PARTIAL" to rdl-action
               end-if
               rewrite legal-order-record
               perform write-remit-detail
           end-if
           .

       issue-remittance-check.
           initialize official-check-request
           set ocq-issue-check to true
           move lgo-beneficiary-name to ocq-payee-name
           move remit-amount to ocq-amount
           move "A" to ocq-source-type
           move lgo-account-number to ocq-source-account
           move "L" to ocq-origin
           move "LEGALREMIT" to ocq-issued-by
           move lgo-order-ref to ocq-reference
           call "OfficialCheckIssue" using official-check-request
           if ocq-check-issued
               move ocq-serial-number to rdl-check-serial
           else
               display "masterpass: order " lgo-order-ref
                   " remitted but no official check issued"
               move zero to rdl-check-serial
           end-if
           .

       report-missing-account.
           move lgo-order-ref to rdl-order-ref
           move lgo-account-number to rdl-account-number
           move spaces to rdl-owner-id
           move zero to rdl-amount
           move lgo-beneficiary-name to rdl-beneficiary
           move "NO ACCT" to rdl-action
           move zero to rdl-check-serial
           move remit-detail-line to remittance-register-line
           write remittance-register-line
           .

       write-remit-detail.
           move lgo-order-ref to rdl-order-ref
           move lgo-account-number to rdl-account-number
           move owner-primary-id to rdl-owner-id
           move remit-amount to rdl-amount
           move lgo-beneficiary-name to rdl-beneficiary
           move remit-detail-line to remittance-register-line
           write remittance-register-line
           .

       capitalize-one-account.
       *> The capitalization job's rules unchanged: a closed account
       *> forfeits its bucket, any other posts it as one IN line
       *> through Deposit with backup withholding taken as BW.
           move acr-accrued-interest to capitalize-amount
           move account-number to cdl-account-number
           move acr-accrued-interest to cdl-amount
           move zero to cdl-withheld
           if account-closed
               *> closed mid-month -- the product terms forfeit what
               *> was only ever accrued, never posted
               move zero to acr-accrued-interest
               rewrite account-record
               move "FORFEITED ON CLOSURE" to cdl-action
               add 1 to forfeited-count
               perform write-capitalize-detail
           else
               perform build-account-object
               if current-account = null
                   move "UNKNOWN ACCOUNT TYPE" to cdl-action
                   add 1 to capitalize-failed-count
                   perform write-capitalize-detail
               else
                   perform compute-capitalize-withholding
                   if current-account::Deposit(capitalize-amount)
                       invoke type BankAccount::LogPosting(
                           account-number, "IN", gross-interest)
                       if withheld-amount > zero
                           compute withhold-posting =
                               0 - withheld-amount
                           invoke type BankAccount::LogPosting(
                               account-number, "BW", withhold-posting)
                           add withheld-amount
                               to capitalize-withheld-total
                           move withheld-amount to cdl-withheld
                       end-if
                       compute balance rounded =
                           current-account::balance
                       compute avl-held-amount rounded =
                           current-account::HeldAmount
                       if account-charged-off
                           compute chg-recovered-amount rounded =
                               current-account::RecoveredAmount
                       end-if
                       if account-type-checking
                           *> the Deposit override may have paid the
                           *> overdraft line down -- sync it back too
                           set checking-acct to current-account
                           compute od-drawn-balance rounded =
                               checking-acct::DrawnBalance
                       end-if
                       move zero to acr-accrued-interest
                       rewrite account-record
                       move "CAPITALIZED" to cdl-action
                       add 1 to capitalized-count
                       perform write-capitalize-detail
                   else
                       move "DEPOSIT REFUSED" to cdl-action
                       add 1 to capitalize-failed-count
                       perform write-capitalize-detail
                   end-if
               end-if
           end-if
           .

       compute-capitalize-withholding.
           move acr-accrued-interest to gross-interest
           move zero to withheld-amount
           perform check-owner-tin
           if backup-withholding-due
               compute withheld-amount rounded =
                   acr-accrued-interest * backup-withhold-pct / 100
           end-if
           compute capitalize-amount =
               acr-accrued-interest - withheld-amount
           .

       build-account-object.
       *> Every account type, as in the capitalization job -- a
       *> bucket folded onto a non-savings survivor still posts.
           evaluate true
               when account-type-savings
                   set savings-acct to new SavingsAccount
                   set current-account to savings-acct
               when account-type-debit
                   set debit-acct to new DebitAccount
                   set current-account to debit-acct
               when account-type-checking
                   set checking-acct to new CheckingAccount
                   set checking-acct::CreditLimit
                       to od-credit-limit
                   set checking-acct::DrawnBalance
                       to od-drawn-balance
                   set current-account to checking-acct
               when account-type-timedep
                   set timedep-acct to new TimeDepositAccount
                   set timedep-acct::TermMonths to cd-term-months
                   set timedep-acct::MaturityDate
                       to cd-maturity-date
                   set timedep-acct::ContractRate
                       to cd-contract-rate
                   set current-account to timedep-acct
               when other
                   set current-account to null
           end-evaluate
           if current-account not = null
               set current-account::AccountNumber to account-number
               set current-account::balance to balance
               set current-account::AccountStatus to account-status
               set current-account::HeldAmount to avl-held-amount
               set current-account::FencedAmount to lgl-fenced-amount
               set current-account::ChargedOffAmount
                   to chg-charged-off-amount
               set current-account::RecoveredAmount
                   to chg-recovered-amount
           end-if
           .

       write-capitalize-detail.
           move capitalize-detail-line to capitalize-register-line
           write capitalize-register-line
           .

       bill-one-account.
       *> The month's average drawn balance, or today's draw for a
       *> line first tapped since the last snapshot, at the annual
       *> line rate prorated to one month, journaled OI.
           perform find-month-average
           if month-average-found and ws-merge-average > 0
               move ws-merge-average to ws-billing-base
           else
               move od-drawn-balance to ws-billing-base
           end-if
           if ws-billing-base > 0
               compute billing-interest-amount rounded =
                   ws-billing-base * od-annual-rate / 12
               if billing-interest-amount > 0
                   subtract billing-interest-amount from balance
                   compute interest-posting-amount =
                       0 - billing-interest-amount
                   invoke type BankAccount::LogPosting(
                       account-number, "OI", interest-posting-amount)
                   rewrite account-record
                   set account-posted to true
                   perform write-billing-detail
               end-if
           end-if
           .

       find-month-average.
           set month-average-missing to true
           perform advance-average-file
               until end-of-averages
                  or adr-account-number >= account-number
           if not end-of-averages
               and adr-account-number = account-number
               set month-average-found to true
               move adr-average-drawn to ws-merge-average
           end-if
           .

       advance-average-file.
           if adr-account-number < account-number
               perform read-next-average
           end-if
           .

       write-billing-detail.
           move account-number to bdl-account-number
           move ws-billing-base to bdl-average-drawn
           move billing-interest-amount to bdl-interest
           move od-drawn-balance to bdl-drawn-now
           move billing-detail-line to billing-register-line
           write billing-register-line
           add 1 to billed-count
           add billing-interest-amount to billed-total
           .

       terminate-run.
       *> Whatever holds and orders are still waiting belong to
       *> accounts past the end of the master. Then each step closes
       *> out exactly as its own job would: register summary, the
       *> carried holds copied back over HOLDS, the accrual and
       *> billing control records stamped, and its END on the log.
       *> The checkpoint is cleared last, once every step is home.
           perform skip-unmatched-hold until end-of-due-holds
           perform skip-unmatched-order until end-of-open-orders
           close account-master-file
           if customer-file-present
               close customer-master-file
           end-if
           close due-hold-file
           if remit-step-active
               close legal-order-file
               close open-order-file
           end-if
           perform close-hold-release
           if accrual-step-active
               perform close-interest-accrual
           end-if
           perform close-cd-maturity
           perform close-legal-remittance
           if capitalize-step-active
               perform close-capitalization
           end-if
           if billing-step-active
               perform close-line-billing
           end-if
           open output checkpoint-file
           move zero to chk-last-account
           write checkpoint-record
           close checkpoint-file
           display "masterpass: " walked-count " accounts walked"
           perform write-run-log-end
           .

       close-hold-release.
           move released-count to hsl-released
           move carried-count to hsl-carried
           move hold-summary-line to release-register-line
           write release-register-line
           close release-register-file
           perform rewrite-holds-file
           move "HOLDRELEASE" to ws-log-program-id
           move released-count to rll-processed-count
           move orphan-count to rll-rejected-count
           perform write-step-log-end
           .

       rewrite-holds-file.
       *> Truncate HOLDS and copy the carried-forward records back
       *> in, leaving the active file holding only what is still
       *> inside its window.
           close holds-carry-file
           open input holds-carry-file
           open output holds-file
           move spaces to ws-holds-status
           perform read-next-carried-record
           perform copy-carried-record
               until ws-holds-status = "10"
           close holds-file
           close holds-carry-file
           .

       read-next-carried-record.
           read holds-carry-file
               at end move "10" to ws-holds-status
               not at end move holds-carry-record to hold-line
           end-read
           .

       copy-carried-record.
           write hold-line
           perform read-next-carried-record
           .

       close-interest-accrual.
           close interest-register-file
           open output accrual-control-file
           move ws-today to arc-last-run-date
           write accrual-control-record
           close accrual-control-file
           move "INTERESTACCRUAL" to ws-log-program-id
           move accrued-count to rll-processed-count
           move skipped-count to rll-rejected-count
           perform write-step-log-end
           .

       close-cd-maturity.
           move matured-count to msl-matured
           move maturity-failed-count to msl-failed
           move maturity-withheld-total to msl-withheld
           move maturity-summary-line to maturity-register-line
           write maturity-register-line
           close maturity-register-file
           move "CDMATURITY" to ws-log-program-id
           move matured-count to rll-processed-count
           move maturity-failed-count to rll-rejected-count
           perform write-step-log-end
           .

       close-legal-remittance.
           move remitted-count to rsl-remitted
           move partial-count to rsl-partial
           move remitted-total to rsl-total
           move remit-summary-line to remittance-register-line
           write remittance-register-line
           close remittance-register-file
           set ocq-close-register to true
           call "OfficialCheckIssue" using official-check-request
           move "LEGALREMIT" to ws-log-program-id
           compute rll-processed-count =
               remitted-count + partial-count
           move zero to rll-rejected-count
           perform write-step-log-end
           .

       close-capitalization.
           move capitalized-count to csl-capitalized
           move forfeited-count to csl-forfeited
           move capitalize-failed-count to csl-failed
           move capitalize-withheld-total to csl-withheld
           move capitalize-summary-line to capitalize-register-line
           write capitalize-register-line
           close capitalize-register-file
           move "INTERESTCAPITALIZE" to ws-log-program-id
           move capitalized-count to rll-processed-count
           move capitalize-failed-count to rll-rejected-count
           perform write-step-log-end
           .

       close-line-billing.
           move billed-count to bsl-billed
           move billed-total to bsl-total
           move billing-summary-line to billing-register-line
           write billing-register-line
           close billing-register-file
           close average-drawn-file
           open output billing-control-file
           move ws-today to brc-last-run-date
           write billing-control-record
           close billing-control-file
           move "OVERDRAFTBILLING" to ws-log-program-id
           move billed-count to rll-processed-count
           move zero to rll-rejected-count
           perform write-step-log-end
           .

       write-step-log-starts.
       *> A START for every step the pass carries tonight, in window
       *> order -- an abend mid-pass then shows every one of them
       *> without its END on the morning report.
           move "HOLDRELEASE" to ws-log-program-id
           perform write-step-log-start
           if accrual-step-active
               move "INTERESTACCRUAL" to ws-log-program-id
               perform write-step-log-start
           end-if
           move "CDMATURITY" to ws-log-program-id
           perform write-step-log-start
           move "LEGALREMIT" to ws-log-program-id
           perform write-step-log-start
           if capitalize-step-active
               move "INTERESTCAPITALIZE" to ws-log-program-id
               perform write-step-log-start
           end-if
           if billing-step-active
               move "OVERDRAFTBILLING" to ws-log-program-id
               perform write-step-log-start
           end-if
           .

       write-step-log-start.
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-step-log-end.
           move "END" to rll-event-type
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-end.
           move "MASTERPASS" to ws-log-program-id
           move "END" to rll-event-type
           move walked-count to rll-processed-count
           move zero to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .
       write-run-log-start.
           move "MASTERPASS" to ws-log-program-id
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move ws-log-program-id to rll-program-id
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
       *> Gate the pass behind its window predecessor -- an
       *> out-of-order start is refused before any file is touched.
           call "WindowSequencer" using ws-sequencer-step
               ws-sequencer-rc
           .

       end program MasterPass.
