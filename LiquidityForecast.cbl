       identification division.

       program-id. LiquidityForecast.

       environment division.
       input-output section.
       file-control.
           select standing-order-file assign to "STORDERS"
               organization indexed
               access dynamic
               record key is so-order-number
               file status is ws-order-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select legal-order-file assign to "LEGALORD"
               organization indexed
               access dynamic
               record key is lgo-order-ref
               file status is ws-legal-status.
           select holds-file assign to "HOLDS"
               organization line sequential
               file status is ws-holds-status.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select sort-work-file assign to "LIQSRTW".
           select forecast-report-file assign to "LIQFCRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  standing-order-file.
           copy "StandingOrderRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  legal-order-file.
           copy "LegalOrderRecord.cpy".

       fd  holds-file.
           copy "HoldRecord.cpy".

       fd  calendar-file.
           copy "CalendarRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-bucket-date      pic 9(8).
           05  srt-amount           pic 9(9)v99.
           05  srt-source           pic x(14).
           05  srt-account-number   pic 9(8).
           05  srt-reference        pic x(10).
           05  srt-product          pic x(12).

       fd  forecast-report-file.
       01  report-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-order-status            pic xx.
           88 end-of-orders          value "10".
           88 orders-not-found       value "35".
       01 ws-master-status           pic xx.
           88 master-not-found       value "35".
       01 ws-legal-status            pic xx.
           88 end-of-legal-orders    value "10".
           88 legal-orders-not-found value "35".
       01 ws-holds-status            pic xx.
           88 end-of-holds           value "10".
           88 holds-not-found        value "35".
       01 ws-calendar-status         pic xx.
           88 end-of-calendar        value "10".
           88 calendar-not-found     value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 forecast-horizon-days      pic 9(3) value 20.
       01 large-item-threshold       pic 9(9)v99 value 100000.00.
       01 parameter-found-flags.
           05 horizon-found          pic x value "N".
           05 large-item-found       pic x value "N".

       01 ws-today                   pic 9(8).
       01 ws-horizon-end             pic 9(8).

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

       01 forecast-table.
      *> One bucket per business day in the horizon, each split by
      *> the product the money leaves from -- checking, savings,
      *> debit, time deposit, loan, and anything whose account is
      *> no longer on the master.
           05 forecast-day occurs 60 times.
               10 fcd-date           pic 9(8).
               10 fcd-product-amount pic 9(11)v99 occurs 6 times.
       01 ws-day-sub                 pic 9(2).
       01 ws-bucket-sub              pic 9(2).
       01 ws-product-sub             pic 9(1).
       01 product-running-totals.
           05 prt-amount             pic 9(11)v99 occurs 6 times.
       01 ws-day-total               pic 9(11)v99.
       01 ws-running-total           pic 9(11)v99 value 0.
       01 ws-first-product-line      pic x(1).
           88 first-line-of-day      value "Y".

       01 product-name-table.
           05 filler pic x(12) value "CHECKING".
           05 filler pic x(12) value "SAVINGS".
           05 filler pic x(12) value "DEBIT".
           05 filler pic x(12) value "TIME DEPOSIT".
           05 filler pic x(12) value "LOAN".
           05 filler pic x(12) value "NOT ON FILE".
       01 product-name-entries redefines product-name-table.
           05 product-name           pic x(12) occurs 6 times.

       01 source-totals.
      *> Horizon totals by where the money goes: internal standing
      *> orders, external payee payments, CD maturities sweeping to
      *> their linked account, legal-order remittances, and float
      *> holds releasing funds to the customer's use.
           05 source-total           pic 9(11)v99 occurs 5 times.
       01 source-name-table.
           05 filler pic x(14) value "STANDING ORDER".
           05 filler pic x(14) value "EXTERNAL PMT".
           05 filler pic x(14) value "CD MATURITY".
           05 filler pic x(14) value "LEGAL REMIT".
           05 filler pic x(14) value "HOLD RELEASE".
       01 source-name-entries redefines source-name-table.
           05 source-name            pic x(14) occurs 5 times.
       01 ws-source-sub              pic 9(1).

       01 item-date                  pic 9(8).
       01 item-amount                pic 9(9)v99.
       01 item-account-number        pic 9(8).
       01 item-reference             pic x(10).
       01 item-count                 pic 9(7) value 0.
       01 large-item-count           pic 9(5) value 0.
       01 ws-more-large-items        pic x(1) value "Y".
           88 end-of-large-items     value "N".
       01 order-remaining            pic 9(7)v99.
       01 maturity-interest          pic 9(9)v99.

       01 roll-date-integer          pic 9(8) comp.
       01 roll-yyyymm                pic 9(6).
       01 roll-yyyy                  pic 9(4).
       01 roll-mm                    pic 9(2).
       01 roll-dd                    pic 9(2).
       01 month-day-table.
       *> Days per month for the monthly roll's end-of-month clamp --
       *> February is corrected for leap years at the point of use.
           05 filler pic x(24) value "312831303130313130313031".
       01 month-day-entries redefines month-day-table.
           05 days-in-month occurs 12 times pic 9(2).
       01 month-day-limit            pic 9(2).
       01 leap-remainder             pic 9(4).

       copy "ReportHeader.cpy".

       01 horizon-line.
           05 filler             pic x(9) value "HORIZON: ".
           05 hzl-days           pic zz9.
           05 filler             pic x(20) value
               " BUSINESS DAYS FROM ".
           05 hzl-first-date     pic 9(8).
           05 filler             pic x(4) value " TO ".
           05 hzl-last-date      pic 9(8).

       01 forecast-heading-line.
           05 filler pic x(40) value
               "BUS DAY   PRODUCT              DAY OUTFL".
           05 filler pic x(40) value
               "OW     RUNNING TOTAL".

       01 forecast-detail-line.
           05 fdl-date           pic x(8).
           05 filler             pic x(2) value spaces.
           05 fdl-product        pic x(14).
           05 filler             pic x(2) value spaces.
           05 fdl-amount         pic z,zzz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 fdl-running        pic z,zzz,zzz,zz9.99.

       01 large-title-line.
           05 filler             pic x(27) value
               "SINGLE ITEMS OF OR OVER    ".
           05 ltl-threshold      pic z,zzz,zzz,zz9.99.

       01 large-heading-line.
           05 filler pic x(40) value
               "BUS DAY   SOURCE           ACCOUNT  REFE".
           05 filler pic x(40) value
               "RENCE   PRODUCT                 AMOUNT".

       01 large-item-line.
           05 lil-date           pic 9(8).
           05 filler             pic x(2) value spaces.
           05 lil-source         pic x(14).
           05 filler             pic x(2) value spaces.
           05 lil-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 lil-reference      pic x(10).
           05 filler             pic x(2) value spaces.
           05 lil-product        pic x(12).
           05 filler             pic x(2) value spaces.
           05 lil-amount         pic z,zzz,zzz,zz9.99.

       01 no-large-items-line pic x(40) value "NONE".

       01 total-title-line pic x(40) value "HORIZON TOTALS".

       01 total-line.
           05 filler             pic x(10) value spaces.
           05 ttl-name           pic x(14).
           05 filler             pic x(20) value spaces.
           05 ttl-amount         pic z,zzz,zzz,zz9.99.

       procedure division.
       *> Forward cash-flow forecast for treasury: what is scheduled
       *> to leave the bank, or to become free to leave it, over the
       *> next LIQUIDITY-HORIZON business days. The horizon starts
       *> today when today is a business day -- tonight's window
       *> still has to run -- and counts forward on the CALENDAR
       *> holiday list and the weekday rule. Each item lands in the
       *> business day the nightly run will actually move it:
       *>   - active standing orders, projected through every
       *>     occurrence in the horizon on the standing-order run's
       *>     own roll rules (payee orders go out through the
       *>     external-payment run);
       *>   - CDs maturing with a sweep instruction -- principal plus
       *>     the contracted term interest leaves the CD (a rollover
       *>     instruction keeps the money in place);
       *>   - open legal orders, which the nightly remittance pays
       *>     out as far as the balance covers them, so what the
       *>     balance covers today falls in the first day;
       *>   - HOLDS records releasing inside the horizon, funds that
       *>     become withdrawable on their release date.
       *> Anything already overdue lands on the first day. The
       *> report prints each day by product with running totals,
       *> then every single item of LIQUIDITY-LARGE-ITEM or more,
       *> then the horizon totals by product and by source. Nothing
       *> is written back -- the masters are only read.
           perform write-run-log-start
           perform initialize-run
           sort sort-work-file on ascending key srt-bucket-date
                                  descending key srt-amount
               input procedure is project-outflows
               output procedure is print-forecast
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           perform load-business-calendar
           perform build-forecast-days
           initialize product-running-totals
           initialize source-totals
           open output forecast-report-file
           perform print-report-header
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "liquidityforecast: BUSPARMS missing -- using"
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
               when "LIQUIDITY-HORIZON"
                   move bp-parameter-value to forecast-horizon-days
                   move "Y" to horizon-found
                   display "liquidityforecast: LIQUIDITY-HORIZON"
                       " loaded " bp-parameter-value
               when "LIQUIDITY-LARGE-ITEM"
                   move bp-parameter-value to large-item-threshold
                   move "Y" to large-item-found
                   display "liquidityforecast: LIQUIDITY-LARGE-ITEM"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if horizon-found = "N"
               display "liquidityforecast: LIQUIDITY-HORIZON not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if large-item-found = "N"
               display "liquidityforecast: LIQUIDITY-LARGE-ITEM not"
                   " in BUSPARMS -- using compiled default"
           end-if
           if forecast-horizon-days < 1
               display "liquidityforecast: LIQUIDITY-HORIZON below"
                   " one day -- one day used"
               move 1 to forecast-horizon-days
           end-if
           .

       load-business-calendar.
      *> The holiday calendar loads like any other parameter file; a
      *> missing file degrades loudly to the weekday-only rule.
           open input calendar-file
           if calendar-not-found
               display "liquidityforecast: CALENDAR missing --"
                   " weekends only treated as non-business days"
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
               display "liquidityforecast: holiday table full --"
                   " date ignored"
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

       build-forecast-days.
       *> The table holds 60 buckets -- twelve business weeks is as
       *> far ahead as a schedule-driven forecast is worth printing.
           if forecast-horizon-days > 60
               display "liquidityforecast: LIQUIDITY-HORIZON over 60"
                   " -- 60 business days used"
               move 60 to forecast-horizon-days
           end-if
           initialize forecast-table
           move ws-today to bd-check-date
           perform check-business-day
           perform advance-to-business-day
               until date-is-business-day
           move bd-check-date to fcd-date(1)
           perform add-forecast-day
               varying ws-day-sub from 2 by 1
               until ws-day-sub > forecast-horizon-days
           move fcd-date(forecast-horizon-days) to ws-horizon-end
           .

       add-forecast-day.
           perform advance-to-business-day
           perform advance-to-business-day
               until date-is-business-day
           move bd-check-date to fcd-date(ws-day-sub)
           .

       print-report-header.
           move "LIQUIDITY FORECAST" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move forecast-horizon-days to hzl-days
           move fcd-date(1) to hzl-first-date
           move ws-horizon-end to hzl-last-date
           move horizon-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move forecast-heading-line to report-line
           write report-line
           .

       project-outflows.
           open input account-master-file
           if master-not-found
               display "liquidityforecast: ACCTMSTR missing --"
                   " every item reported as not on file"
           end-if
           perform project-standing-orders
           perform project-cd-maturities
           perform project-legal-orders
           perform project-hold-releases
           if not master-not-found
               close account-master-file
           end-if
           .

       project-standing-orders.
           open input standing-order-file
           if orders-not-found
               continue
           else
               move zero to so-order-number
               start standing-order-file key is greater than
                   so-order-number
                   invalid key set end-of-orders to true
               end-start
               if not end-of-orders
                   perform read-next-order
               end-if
               perform project-one-order until end-of-orders
               close standing-order-file
           end-if
           .

       read-next-order.
           read standing-order-file next record
               at end set end-of-orders to true
           end-read
           .

       project-one-order.
       *> Only the in-memory copy of the order is rolled -- the file
       *> is open for input and nothing is rewritten. A record
       *> predating the payee field reads back space-filled and is
       *> an internal order, as both nightly runs treat it.
           if so-order-active and so-next-run-date > zero
               if so-payee-id numeric and so-payee-id not = zero
                   move 2 to ws-source-sub
               else
                   move 1 to ws-source-sub
               end-if
               move so-from-account to account-number
               perform look-up-product
               move so-amount to item-amount
               move so-from-account to item-account-number
               move so-order-number to item-reference
               if so-next-run-date <= ws-today
                   perform project-overdue-order
               end-if
               perform project-order-occurrence
                   until so-next-run-date > ws-horizon-end
           end-if
           perform read-next-order
           .

       project-overdue-order.
       *> An order already due executes once tonight however many
       *> periods it missed, then resumes its rhythm after today --
       *> the standing-order run's catch-up rule.
           move so-next-run-date to item-date
           perform record-forecast-item
           perform roll-forward-one-period
               until so-next-run-date > ws-today
           perform roll-to-business-day
           .

       project-order-occurrence.
           move so-next-run-date to item-date
           perform record-forecast-item
           perform roll-forward-one-period
           perform roll-to-business-day
           .

       roll-to-business-day.
           move so-next-run-date to bd-check-date
           perform check-business-day
           perform advance-to-business-day
               until date-is-business-day
           move bd-check-date to so-next-run-date
           .

       roll-forward-one-period.
           evaluate true
               when so-freq-daily
                   compute roll-date-integer =
                       function integer-of-date(so-next-run-date) + 1
                   move function date-of-integer(roll-date-integer)
                       to so-next-run-date
               when so-freq-weekly
                   compute roll-date-integer =
                       function integer-of-date(so-next-run-date) + 7
                   move function date-of-integer(roll-date-integer)
                       to so-next-run-date
               when other
                   perform roll-forward-one-month
           end-evaluate
           .

       roll-forward-one-month.
       *> The same roll the standing-order run makes: the customer's
       *> schedule day, clamped into short months.
           divide so-next-run-date by 100
               giving roll-yyyymm remainder roll-dd
           divide roll-yyyymm by 100
               giving roll-yyyy remainder roll-mm
           if so-schedule-day = zero
               move roll-dd to so-schedule-day
           end-if
           move so-schedule-day to roll-dd
           add 1 to roll-mm
           if roll-mm > 12
               move 1 to roll-mm
               add 1 to roll-yyyy
           end-if
           perform clamp-day-to-month
           compute so-next-run-date =
               roll-yyyy * 10000 + roll-mm * 100 + roll-dd
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

       project-cd-maturities.
       *> A rollover instruction keeps the deposit in place for a
       *> new term; only a sweep moves money, the contracted simple
       *> interest for the full term on top of the principal.
           if not master-not-found
               move zero to account-number
               start account-master-file key is greater than
                   account-number
                   invalid key move "10" to ws-master-status
               end-start
               if ws-master-status not = "10"
                   perform read-next-account
               end-if
               perform project-one-cd
                   until ws-master-status = "10"
           end-if
           .

       read-next-account.
           read account-master-file next record
               at end move "10" to ws-master-status
           end-read
           .

       project-one-cd.
           if account-type-timedep and account-active
               and cd-instruction-sweep
               and cd-maturity-date > zero
               and cd-maturity-date <= ws-horizon-end
               and balance > zero
               compute maturity-interest rounded =
                   balance * cd-contract-rate * cd-term-months / 12
               compute item-amount = balance + maturity-interest
               move cd-maturity-date to item-date
               move account-number to item-account-number
               move "MATURITY" to item-reference
               move 4 to ws-product-sub
               move 3 to ws-source-sub
               perform record-forecast-item
           end-if
           perform read-next-account
           .

       project-legal-orders.
           open input legal-order-file
           if legal-orders-not-found
               continue
           else
               move low-values to lgo-order-ref
               start legal-order-file key is greater than or equal
                   to lgo-order-ref
                   invalid key set end-of-legal-orders to true
               end-start
               if not end-of-legal-orders
                   perform read-next-legal-order
               end-if
               perform project-one-legal-order
                   until end-of-legal-orders
               close legal-order-file
           end-if
           .

       read-next-legal-order.
           read legal-order-file next record
               at end set end-of-legal-orders to true
           end-read
           .

       project-one-legal-order.
       *> The remittance pays the smaller of the unremitted remainder
       *> and the balance; what deposits might cover later is not a
       *> schedule and is left out.
           if lgo-order-open
               compute order-remaining =
                   lgo-ordered-amount - lgo-remitted-amount
               move lgo-account-number to account-number
               perform look-up-product
               if ws-product-sub < 6
                   if balance < order-remaining
                       if balance > zero
                           move balance to order-remaining
                       else
                           move zero to order-remaining
                       end-if
                   end-if
               end-if
               if order-remaining > zero
                   move order-remaining to item-amount
                   move ws-today to item-date
                   move lgo-account-number to item-account-number
                   move lgo-order-ref to item-reference
                   move 4 to ws-source-sub
                   perform record-forecast-item
               end-if
           end-if
           perform read-next-legal-order
           .

       project-hold-releases.
           open input holds-file
           if holds-not-found
               continue
           else
               perform read-next-hold
               perform project-one-hold until end-of-holds
               close holds-file
           end-if
           .

       read-next-hold.
           read holds-file
               at end set end-of-holds to true
           end-read
           .

       project-one-hold.
           if hld-release-date <= ws-horizon-end
               move hld-account-number to account-number
               perform look-up-product
               move hld-amount to item-amount
               move hld-release-date to item-date
               move hld-account-number to item-account-number
               move hld-channel-code to item-reference
               move 5 to ws-source-sub
               perform record-forecast-item
           end-if
           perform read-next-hold
           .

       look-up-product.
           move 6 to ws-product-sub
           if not master-not-found
               read account-master-file
                   invalid key
                       move 6 to ws-product-sub
                   not invalid key
                       evaluate true
                           when account-type-checking
                               move 1 to ws-product-sub
                           when account-type-savings
                               move 2 to ws-product-sub
                           when account-type-debit
                               move 3 to ws-product-sub
                           when account-type-timedep
                               move 4 to ws-product-sub
                           when account-type-loan
                               move 5 to ws-product-sub
                       end-evaluate
               end-read
           end-if
           .

       record-forecast-item.
           perform find-bucket
           if ws-bucket-sub > zero
               add item-amount to
                   fcd-product-amount(ws-bucket-sub, ws-product-sub)
               add item-amount to source-total(ws-source-sub)
               add 1 to item-count
               if item-amount >= large-item-threshold
                   move fcd-date(ws-bucket-sub) to srt-bucket-date
                   move item-amount to srt-amount
                   move source-name(ws-source-sub) to srt-source
                   move item-account-number to srt-account-number
                   move item-reference to srt-reference
                   move product-name(ws-product-sub) to srt-product
                   release sort-record
                   add 1 to large-item-count
               end-if
           end-if
           .

       find-bucket.
       *> First business day on or after the item's date; anything
       *> overdue goes in the first day, anything past the horizon
       *> in none.
           move zero to ws-bucket-sub
           if item-date <= fcd-date(1)
               move 1 to ws-bucket-sub
           else
               perform match-bucket
                   varying ws-day-sub from 2 by 1
                   until ws-day-sub > forecast-horizon-days
                      or ws-bucket-sub > zero
           end-if
           .

       match-bucket.
           if fcd-date(ws-day-sub) >= item-date
               move ws-day-sub to ws-bucket-sub
           end-if
           .

       print-forecast.
           perform print-forecast-day
               varying ws-day-sub from 1 by 1
               until ws-day-sub > forecast-horizon-days
           perform print-large-items
           .

       print-forecast-day.
           move zero to ws-day-total
           set first-line-of-day to true
           perform print-product-amount
               varying ws-product-sub from 1 by 1
               until ws-product-sub > 6
           add ws-day-total to ws-running-total
           if first-line-of-day
               move fcd-date(ws-day-sub) to fdl-date
           else
               move spaces to fdl-date
           end-if
           move "DAY TOTAL" to fdl-product
           move ws-day-total to fdl-amount
           move ws-running-total to fdl-running
           move forecast-detail-line to report-line
           write report-line
           .

       print-product-amount.
           if fcd-product-amount(ws-day-sub, ws-product-sub) > zero
               add fcd-product-amount(ws-day-sub, ws-product-sub)
                   to ws-day-total
                   prt-amount(ws-product-sub)
               if first-line-of-day
                   move fcd-date(ws-day-sub) to fdl-date
                   move "N" to ws-first-product-line
               else
                   move spaces to fdl-date
               end-if
               move product-name(ws-product-sub) to fdl-product
               move fcd-product-amount(ws-day-sub, ws-product-sub)
                   to fdl-amount
               move prt-amount(ws-product-sub) to fdl-running
               move forecast-detail-line to report-line
               write report-line
           end-if
           .

       print-large-items.
           move spaces to report-line
           write report-line
           move large-item-threshold to ltl-threshold
           move large-title-line to report-line
           write report-line
           move large-heading-line to report-line
           write report-line
           if large-item-count = zero
               move no-large-items-line to report-line
               write report-line
           else
               perform return-next-large-item
               perform print-large-item until end-of-large-items
           end-if
           .

       return-next-large-item.
           return sort-work-file
               at end move "N" to ws-more-large-items
           end-return
           .

       print-large-item.
           move srt-bucket-date to lil-date
           move srt-source to lil-source
           move srt-account-number to lil-account-number
           move srt-reference to lil-reference
           move srt-product to lil-product
           move srt-amount to lil-amount
           move large-item-line to report-line
           write report-line
           perform return-next-large-item
           .

       terminate-run.
           move spaces to report-line
           write report-line
           move total-title-line to report-line
           write report-line
           perform print-product-total
               varying ws-product-sub from 1 by 1
               until ws-product-sub > 6
           move spaces to report-line
           write report-line
           perform print-source-total
               varying ws-source-sub from 1 by 1
               until ws-source-sub > 5
           move "ALL OUTFLOWS" to ttl-name
           move ws-running-total to ttl-amount
           move total-line to report-line
           write report-line
           close forecast-report-file
           display "liquidityforecast: " item-count
               " items projected, " large-item-count " large items"
           perform write-run-log-end
           .

       print-product-total.
           move product-name(ws-product-sub) to ttl-name
           move prt-amount(ws-product-sub) to ttl-amount
           move total-line to report-line
           write report-line
           .

       print-source-total.
           move source-name(ws-source-sub) to ttl-name
           move source-total(ws-source-sub) to ttl-amount
           move total-line to report-line
           write report-line
           .

       write-run-log-end.
           move "END" to rll-event-type
           move item-count to rll-processed-count
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
           move "LIQUIDITYFORECAST" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program LiquidityForecast.
