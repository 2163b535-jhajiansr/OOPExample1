       identification division.

       program-id. UndeliverableReport.

       environment division.
       input-output section.
       file-control.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select owner-index-file assign to "OWNERIDX"
               organization indexed
               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select undeliverable-report-file assign to "UNDELRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  undeliverable-report-file.
       01  report-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-customer-status         pic xx.
           88 end-of-customers       value "10".
           88 customers-not-found    value "35".
       01 ws-owner-index-status      pic xx.
           88 end-of-owner-index     value "10".
       01 ws-owner-index-present-flag pic x(1) value "N".
           88 owner-index-present    value "Y".
       01 ws-master-status           pic xx.
       01 ws-master-present-flag     pic x(1) value "N".
           88 master-present         value "Y".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 undeliverable-months       pic 9(3) value 6.
       01 ws-undeliverable-months-flag pic x(1) value "N".
           88 undeliverable-months-found value "Y".

       01 ws-today                   pic 9(8).
       01 months-undeliverable       pic s9(5) comp.
       01 mu-year-month              pic 9(6).
       01 mu-year                    pic 9(4).
       01 mu-month                   pic 9(2).
       01 mu-today-month-count       pic 9(6) comp.
       01 mu-flag-month-count        pic 9(6) comp.

       01 owner-account-count        pic 9(5).
       01 owner-deposit-total        pic s9(11)v99.
       01 owner-loan-total           pic s9(11)v99.
       01 owners-listed-count        pic 9(7) value 0.
       01 lost-owner-count           pic 9(7) value 0.
       01 accounts-listed-count      pic 9(7) value 0.
       01 bank-deposit-total         pic s9(13)v99 value 0.
       01 bank-loan-total            pic s9(13)v99 value 0.

       copy "ReportHeader.cpy".

       01 column-heading-line.
           05 filler pic x(40) value
               "OWNER       NAME                    SINC".
           05 filler pic x(40) value
               "E     MONTHS                            ".

       01 owner-line.
           05 ol-owner-id        pic x(10).
           05 filler             pic x(2) value spaces.
           05 ol-name            pic x(22).
           05 filler             pic x(2) value spaces.
           05 ol-since-date      pic 9(8).
           05 filler             pic x(2) value spaces.
           05 ol-months          pic zzz9.
           05 filler             pic x(2) value spaces.
           05 ol-lost-note       pic x(10).

       01 account-line.
           05 filler             pic x(4) value spaces.
           05 al-account-number  pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 al-role            pic x(1).
           05 filler             pic x(2) value spaces.
           05 al-type            pic x(1).
           05 filler             pic x(2) value spaces.
           05 al-status          pic x(1).
           05 filler             pic x(2) value spaces.
           05 al-balance         pic z(9)9.99-.
           05 filler             pic x(2) value spaces.
           05 al-note            pic x(20).

       01 owner-total-line.
           05 filler             pic x(4) value spaces.
           05 filler             pic x(10) value "ACCOUNTS: ".
           05 otl-accounts       pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "DEPOSITS: ".
           05 otl-deposits       pic z(10)9.99-.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value "LOANS: ".
           05 otl-loans          pic z(10)9.99-.

       01 summary-owner-line.
           05 filler             pic x(22) value
               "UNDELIVERABLE OWNERS: ".
           05 sol-owners         pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(13) value "LOST OWNERS: ".
           05 sol-lost-owners    pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "ACCOUNTS: ".
           05 sol-accounts       pic zzzzzz9.

       01 summary-deposit-line.
           05 filler             pic x(24) value
               "DEPOSIT BALANCES:       ".
           05 sdl-amount         pic z(12)9.99-.

       01 summary-loan-line.
           05 filler             pic x(24) value
               "LOAN BALANCES:          ".
           05 sll-amount         pic z(12)9.99-.

       01 no-accounts-line pic x(40) value
           "    NO ACCOUNTS INDEXED TO THIS OWNER".

       01 no-owners-line pic x(40) value
           "NO UNDELIVERABLE OWNERS".

       procedure division.
       *> Monthly undeliverable-owner report for operations: every
       *> owner the mailroom has marked undeliverable on the customer
       *> master, with the date the mail started coming back, how
       *> many whole months that has been -- LOST OWNER once it
       *> reaches the BUSPARMS UNDELIVERABLE-MONTHS dormancy review
       *> works to -- and every account the owner holds, found
       *> through the OWNERIDX cross-reference and priced off the
       *> account master. Deposit and loan balances are totalled
       *> apart so money owed to the customer is never netted
       *> against money the customer owes. Closed accounts are
       *> listed for completeness but carry no balance into the
       *> totals.
           perform write-run-log-start
           perform initialize-run
           open input customer-master-file
           if customers-not-found
               *> no customer master -- nobody to report
               continue
           else
               move low-values to cust-owner-id
               start customer-master-file key is greater than
                   cust-owner-id
                   invalid key set end-of-customers to true
               end-start
               perform report-next-customer until end-of-customers
               close customer-master-file
           end-if
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           open output undeliverable-report-file
           perform print-report-header
           open input owner-index-file
           if ws-owner-index-status = "00"
               set owner-index-present to true
           else
               display "undeliverablereport: OWNERIDX missing --"
                   " owners listed without their accounts"
           end-if
           open input account-master-file
           if ws-master-status = "00"
               set master-present to true
           else
               display "undeliverablereport: ACCTMSTR missing --"
                   " balances cannot be priced"
           end-if
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "undeliverablereport: BUSPARMS missing --"
                   " using compiled lost-owner months"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not undeliverable-months-found
               display "undeliverablereport: UNDELIVERABLE-MONTHS not"
                   " in BUSPARMS -- using compiled default"
           end-if
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "UNDELIVERABLE-MONTHS"
                   move bp-parameter-value to undeliverable-months
                   set undeliverable-months-found to true
                   display "undeliverablereport: UNDELIVERABLE-MONTHS"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       print-report-header.
           move "UNDELIVERABLE MAIL OWNERS" to rh-report-title
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

       report-next-customer.
           read customer-master-file next record
               at end set end-of-customers to true
               not at end
                   if cust-mail-undeliverable
                       perform report-one-owner
                   end-if
           end-read
           .

       report-one-owner.
           move cust-owner-id to ol-owner-id
           move cust-name to ol-name
           move spaces to ol-lost-note
           if cust-undeliverable-date numeric
               move cust-undeliverable-date to ol-since-date
               perform count-months-undeliverable
               move months-undeliverable to ol-months
               if months-undeliverable >= undeliverable-months
                   move "LOST OWNER" to ol-lost-note
                   add 1 to lost-owner-count
               end-if
           else
               move zero to ol-since-date
               move zero to ol-months
           end-if
           move owner-line to report-line
           write report-line
           add 1 to owners-listed-count
           move zero to owner-account-count
           move zero to owner-deposit-total
           move zero to owner-loan-total
           if owner-index-present
               perform list-owner-accounts
           end-if
           if owner-account-count = zero
               move no-accounts-line to report-line
               write report-line
           else
               move owner-account-count to otl-accounts
               move owner-deposit-total to otl-deposits
               move owner-loan-total to otl-loans
               move owner-total-line to report-line
               write report-line
           end-if
           .

       count-months-undeliverable.
       *> Whole months -- a month only counts once its day-of-month
       *> has come round again, the same rule dormancy review uses.
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
           .

       list-owner-accounts.
           move cust-owner-id to xrf-owner-id
           move zero to xrf-account-number
           move "00" to ws-owner-index-status
           start owner-index-file key is greater than or equal
               to xrf-key
               invalid key set end-of-owner-index to true
           end-start
           perform list-next-owner-account
               until end-of-owner-index
           .

       list-next-owner-account.
           read owner-index-file next record
               at end set end-of-owner-index to true
               not at end
                   if xrf-owner-id not = cust-owner-id
                       set end-of-owner-index to true
                   else
                       perform list-one-account
                   end-if
           end-read
           .

       list-one-account.
           move xrf-account-number to al-account-number
           move xrf-owner-role to al-role
           move spaces to al-type
           move spaces to al-status
           move zero to al-balance
           move spaces to al-note
           if not master-present
               move "NOT PRICED" to al-note
           else
               move xrf-account-number to account-number
               read account-master-file
                   invalid key
                       move "NOT ON MASTER" to al-note
                   not invalid key
                       perform price-one-account
               end-read
           end-if
           move account-line to report-line
           write report-line
           add 1 to owner-account-count
           add 1 to accounts-listed-count
           .

       price-one-account.
           move account-type to al-type
           move account-status to al-status
           move balance to al-balance
           evaluate true
               when account-closed
                   move "CLOSED" to al-note
               when account-type-loan
                   add balance to owner-loan-total
                   add balance to bank-loan-total
               when other
                   add balance to owner-deposit-total
                   add balance to bank-deposit-total
           end-evaluate
           .

       terminate-run.
           if owners-listed-count = zero
               move no-owners-line to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move owners-listed-count to sol-owners
           move lost-owner-count to sol-lost-owners
           move accounts-listed-count to sol-accounts
           move summary-owner-line to report-line
           write report-line
           move bank-deposit-total to sdl-amount
           move summary-deposit-line to report-line
           write report-line
           move bank-loan-total to sll-amount
           move summary-loan-line to report-line
           write report-line
           close undeliverable-report-file
           close owner-index-file
           close account-master-file
           display "undeliverablereport: " owners-listed-count
               " undeliverable owners, " lost-owner-count " lost"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move owners-listed-count to rll-processed-count
           move lost-owner-count to rll-rejected-count
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
           move "UNDELIVERABLERPT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program UndeliverableReport.
