       identification division.

       program-id. CombinedStatement.

       environment division.
       input-output section.
       file-control.
           select owner-index-file assign to "OWNERIDX"
               organization indexed
               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select account-sort-file assign to "CMBSRTW".
           select combined-work-file assign to "CMBWORK"
               organization line sequential.
           select statement-sort-file assign to "CMBSRTW2".
           select statement-file assign to "CMBSTMT"
               organization line sequential.
           select suppressed-mail-file assign to "SUPPMAIL"
               organization line sequential
               file status is ws-suppressed-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       sd  account-sort-file.
      *> First pass, by account: the owners electing a combined
      *> statement for the account (kind A) ahead of the period's
      *> journal lines against it (kind J).
       01  account-sort-record.
           05  asr-account-number   pic 9(8).
           05  asr-record-kind      pic x(1).
               88  asr-account-owner    value "A".
               88  asr-journal-line     value "J".
           05  asr-timestamp        pic x(26).
           05  asr-owner-id         pic x(10).
           05  asr-owner-role       pic x(1).
           05  asr-account-type     pic x(1).
           05  asr-account-status   pic x(1).
           05  asr-closing-balance  pic s9(9)v99.
           05  asr-posting-type     pic x(2).
           05  asr-amount           pic s9(7)v99.
           05  asr-branch-code      pic x(4).
           05  asr-channel-code     pic x(3).
           05  asr-reference        pic x(9).

       fd  combined-work-file.
       01  combined-work-record.
           05  cwr-owner-id         pic x(10).
           05  cwr-section          pic x(1).
           05  cwr-account-number   pic 9(8).
           05  cwr-timestamp        pic x(26).
           05  cwr-owner-role       pic x(1).
           05  cwr-account-type     pic x(1).
           05  cwr-account-status   pic x(1).
           05  cwr-posting-type     pic x(2).
           05  cwr-amount           pic s9(9)v99 sign leading separate.
           05  cwr-opening-balance  pic s9(9)v99 sign leading separate.
           05  cwr-closing-balance  pic s9(9)v99 sign leading separate.
           05  cwr-interest-earned  pic s9(9)v99 sign leading separate.
           05  cwr-fees-charged     pic s9(9)v99 sign leading separate.
           05  cwr-branch-code      pic x(4).
           05  cwr-channel-code     pic x(3).
           05  cwr-reference        pic x(9).

       sd  statement-sort-file.
      *> Second pass, by owner: each owner's summary lines (section
      *> S) ahead of the transaction detail (section D), account by
      *> account in posting order.
       01  statement-sort-record.
           05  ssr-owner-id         pic x(10).
           05  ssr-section          pic x(1).
               88  ssr-summary-line     value "S".
               88  ssr-detail-line      value "D".
           05  ssr-account-number   pic 9(8).
           05  ssr-timestamp        pic x(26).
           05  ssr-owner-role       pic x(1).
           05  ssr-account-type     pic x(1).
               88  ssr-type-loan        value "L".
           05  ssr-account-status   pic x(1).
           05  ssr-posting-type     pic x(2).
           05  ssr-amount           pic s9(9)v99 sign leading separate.
           05  ssr-opening-balance  pic s9(9)v99 sign leading separate.
           05  ssr-closing-balance  pic s9(9)v99 sign leading separate.
           05  ssr-interest-earned  pic s9(9)v99 sign leading separate.
           05  ssr-fees-charged     pic s9(9)v99 sign leading separate.
           05  ssr-branch-code      pic x(4).
           05  ssr-channel-code     pic x(3).
           05  ssr-reference        pic x(9).

       fd  statement-file.
       01  statement-line pic x(80).

       fd  suppressed-mail-file.
           copy "SuppressedMailRecord.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-owner-index-status      pic xx.
           88 end-of-owner-index     value "10".
           88 owner-index-not-found  value "35".
       01 ws-customer-status         pic xx.
           88 customer-master-missing value "35".
       01 ws-master-status           pic xx.
           88 master-not-found       value "35".
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-suppressed-status       pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).
       01 ws-period-start-date       pic 9(8).

       01 ws-index-owner-id          pic x(10) value spaces.
       01 ws-owner-elects-flag       pic x(1) value "N".
           88 owner-elects-combined  value "Y".
           88 owner-not-combined     value "N".

       01 ws-more-account-sort       pic x(1) value "Y".
           88 end-of-account-sort    value "N".
       01 current-sort-account       pic 9(8) value zero.
       01 account-owner-table.
      *> The owners sharing the account in hand -- one for a sole
      *> account, two for a joint one.
           05 account-owner-entry occurs 10 times.
               10 aot-owner-id       pic x(10).
               10 aot-owner-role     pic x(1).
       01 account-owner-count        pic 9(2) value 0.
       01 ws-aot-sub                 pic 9(2).
       01 acct-account-type          pic x(1).
       01 acct-account-status        pic x(1).
       01 acct-closing-balance       pic s9(9)v99.
       01 acct-period-delta          pic s9(9)v99.
       01 acct-interest-earned       pic s9(9)v99.
       01 acct-fees-charged          pic s9(9)v99.

       01 ws-more-statement-sort     pic x(1) value "Y".
           88 end-of-statement-sort  value "N".
       01 ws-first-owner-flag        pic x(1) value "Y".
           88 no-owner-started       value "Y".
           88 owner-started          value "N".
       01 current-statement-owner    pic x(10).
       01 current-detail-account     pic 9(8).
       01 ws-owner-held-flag         pic x(1).
           88 owner-mail-held        value "Y".
           88 owner-mail-sent        value "N".
       01 ws-addressee-flag          pic x(1).
           88 addressee-found        value "Y".
           88 addressee-missing      value "N".
       01 ws-totals-flag             pic x(1).
           88 summary-totals-printed value "Y".
           88 summary-totals-pending value "N".
       01 deposit-totals.
           05 dep-opening-total      pic s9(11)v99.
           05 dep-closing-total      pic s9(11)v99.
           05 dep-interest-total     pic s9(11)v99.
           05 dep-fees-total         pic s9(11)v99.
       01 loan-totals.
           05 lon-opening-total      pic s9(11)v99.
           05 lon-closing-total      pic s9(11)v99.
           05 lon-interest-total     pic s9(11)v99.
           05 lon-fees-total         pic s9(11)v99.
       01 owner-loan-count           pic 9(3).

       01 statements-printed-count   pic 9(7) value 0.
       01 statements-held-count      pic 9(7) value 0.
       01 accounts-combined-count    pic 9(7) value 0.

       copy "ReportHeader.cpy".

       01 addressee-city-line.
           05 acl-city           pic x(20).
           05 filler             pic x(1) value space.
           05 acl-state          pic x(2).
           05 filler             pic x(2) value spaces.
           05 acl-postal-code    pic x(10).

       01 no-customer-line.
           05 filler             pic x(26) value
               "CUSTOMER NOT ON FILE FOR: ".
           05 ncl-owner-id       pic x(10).

       01 estate-name-line.
           05 filler             pic x(10) value "ESTATE OF ".
           05 enl-name           pic x(30).

       01 estate-contact-line.
           05 filler             pic x(4) value "C/O ".
           05 ecl-contact        pic x(30).

       01 period-line.
           05 filler             pic x(22) value
               "STATEMENT PERIOD FROM ".
           05 pl-period-start    pic 9(8).
           05 filler             pic x(4) value " TO ".
           05 pl-period-end      pic 9(8).

       01 summary-title-line pic x(40) value
           "RELATIONSHIP SUMMARY".

       01 summary-heading-line.
           05 filler pic x(40) value
               "ACCOUNT   R  T        OPENING       CLOS".
           05 filler pic x(40) value
               "ING    INTEREST        FEES             ".

       01 summary-account-line.
           05 sal-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 sal-owner-role     pic x(1).
           05 filler             pic x(2) value spaces.
           05 sal-account-type   pic x(1).
           05 filler             pic x(2) value spaces.
           05 sal-opening        pic z(8)9.99-.
           05 filler             pic x(1) value space.
           05 sal-closing        pic z(8)9.99-.
           05 filler             pic x(1) value space.
           05 sal-interest       pic z(6)9.99-.
           05 filler             pic x(1) value space.
           05 sal-fees           pic z(6)9.99-.
           05 filler             pic x(1) value space.
           05 sal-status-note    pic x(6).

       01 summary-total-line.
           05 stl-label          pic x(16).
           05 stl-opening        pic z(8)9.99-.
           05 filler             pic x(1) value space.
           05 stl-closing        pic z(8)9.99-.
           05 filler             pic x(1) value space.
           05 stl-interest       pic z(6)9.99-.
           05 filler             pic x(1) value space.
           05 stl-fees           pic z(6)9.99-.

       01 detail-title-line pic x(40) value
           "TRANSACTION DETAIL".

       01 detail-account-line.
           05 filler             pic x(9) value "ACCOUNT: ".
           05 dal-account-number pic z(7)9.

       01 journal-transaction-line.
           05 jtl-timestamp      pic x(26).
           05 filler             pic x(2) value spaces.
           05 jtl-posting-type   pic x(2).
           05 filler             pic x(2) value spaces.
           05 jtl-amount         pic z(6)9.99-.
           05 filler             pic x(4) value " BR ".
           05 jtl-branch-code    pic x(4).
           05 filler             pic x(1) value space.
           05 jtl-channel-code   pic x(3).
           05 filler             pic x(5) value " REF ".
           05 jtl-reference      pic x(9).

       01 statement-end-line pic x(40) value all "=".

       procedure division.
       *> Monthly combined relationship statement: one statement per
       *> owner who has elected it on the customer master, covering
       *> every account OWNERIDX says the owner holds as primary or
       *> secondary. A summary page lists each account's opening and
       *> closing balance with the interest earned and fees charged
       *> over the period, deposits and loans totalled apart, and the
       *> transaction detail follows account by account off PSTJRNL.
       *> Closing balances come from the live master and opening
       *> balances are rebuilt from them less the period's journal
       *> movement, the same way the single-account statement does.
       *> Two sorts do the work -- the first brings each account's
       *> electing owners and journal lines together, the second
       *> regroups the result by owner -- so the journal is read once
       *> however many owners there are. An owner whose mail is
       *> coming back undelivered is held on SUPPMAIL rather than
       *> printed. The month-end statement skips every account whose
       *> primary owner has elected this statement.
           display "enter period start date (YYYYMMDD): "
           accept ws-period-start-date
           perform write-run-log-start
           perform initialize-run
           sort account-sort-file on ascending key asr-account-number
                                                   asr-record-kind
                                                   asr-timestamp
               input procedure is release-account-records
               output procedure is build-owner-work-file
           sort statement-sort-file on ascending key ssr-owner-id
                                                     ssr-section
                                                     ssr-account-number
                                                     ssr-timestamp
               using combined-work-file
               output procedure is print-combined-statements
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           open input customer-master-file
           open input account-master-file
           open output statement-file
           open extend suppressed-mail-file
           if ws-suppressed-status = "35"
               *> first piece ever held -- create the list
               open output suppressed-mail-file
           end-if
           .

       release-account-records.
           open input owner-index-file
           if owner-index-not-found or customer-master-missing
               or master-not-found
               display "combinedstatement: OWNERIDX, CUSTMSTR or"
                   " ACCTMSTR missing -- no statements produced"
           else
               move low-values to xrf-key
               start owner-index-file key is greater than xrf-key
                   invalid key set end-of-owner-index to true
               end-start
               perform release-next-index-record
                   until end-of-owner-index
               close owner-index-file
               open input posting-journal-file
               if journal-not-found
                   continue
               else
                   perform read-next-journal-record
                   perform release-journal-line until end-of-journal
                   close posting-journal-file
               end-if
           end-if
           .

       release-next-index-record.
           read owner-index-file next record
               at end set end-of-owner-index to true
               not at end perform release-index-pairing
           end-read
           .

       release-index-pairing.
       *> The index is in owner order, so the customer master is read
       *> once per owner and the election carried across that owner's
       *> accounts.
           if xrf-owner-id not = ws-index-owner-id
               move xrf-owner-id to ws-index-owner-id
               set owner-not-combined to true
               move xrf-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       if cust-combines-statements
                           set owner-elects-combined to true
                       end-if
               end-read
           end-if
           if owner-elects-combined
               move xrf-account-number to account-number
               read account-master-file
                   invalid key
                       display "combinedstatement: account "
                           xrf-account-number " indexed to "
                           xrf-owner-id " not on ACCTMSTR"
                   not invalid key
                       perform release-account-owner
               end-read
           end-if
           .

       release-account-owner.
           initialize account-sort-record
           move account-number to asr-account-number
           set asr-account-owner to true
           move xrf-owner-id to asr-owner-id
           move xrf-owner-role to asr-owner-role
           move account-type to asr-account-type
           move account-status to asr-account-status
           move balance to asr-closing-balance
           release account-sort-record
           .

       read-next-journal-record.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       release-journal-line.
           if pjl-timestamp(1:8) >= ws-period-start-date
               initialize account-sort-record
               move pjl-account-number to asr-account-number
               set asr-journal-line to true
               move pjl-timestamp to asr-timestamp
               move pjl-posting-type to asr-posting-type
               move pjl-signed-amount to asr-amount
               *> lines from before the identity columns existed
               *> read back space-filled -- carried as blanks
               if pjl-branch-code numeric
                   move pjl-branch-code to asr-branch-code
                   move pjl-channel-code to asr-channel-code
               end-if
               if pjl-reference numeric
                   move pjl-reference to asr-reference
               end-if
               release account-sort-record
           end-if
           perform read-next-journal-record
           .

       build-owner-work-file.
           open output combined-work-file
           move zero to account-owner-count
           perform return-next-account-sort
           perform build-one-account-record
               until end-of-account-sort
           perform flush-account-summary
           close combined-work-file
           .

       return-next-account-sort.
           return account-sort-file
               at end move "N" to ws-more-account-sort
           end-return
           .

       build-one-account-record.
       *> Journal lines for an account no electing owner holds fall
       *> through here with an empty owner table and are dropped.
           if asr-account-number not = current-sort-account
               perform flush-account-summary
               move asr-account-number to current-sort-account
               move zero to account-owner-count
               move zero to acct-period-delta
               move zero to acct-interest-earned
               move zero to acct-fees-charged
           end-if
           if asr-account-owner
               perform add-account-owner
           else
               if account-owner-count > zero
                   perform accumulate-journal-line
                   perform write-detail-for-owner
                       varying ws-aot-sub from 1 by 1
                       until ws-aot-sub > account-owner-count
               end-if
           end-if
           perform return-next-account-sort
           .

       add-account-owner.
           if account-owner-count < 10
               add 1 to account-owner-count
               move asr-owner-id to aot-owner-id(account-owner-count)
               move asr-owner-role
                   to aot-owner-role(account-owner-count)
           end-if
           move asr-account-type to acct-account-type
           move asr-account-status to acct-account-status
           move asr-closing-balance to acct-closing-balance
           .

       accumulate-journal-line.
       *> Interest earned is what was credited as interest; fees are
       *> every charge the bank levied -- NSF, service, stop-payment,
       *> excess-transaction, early-withdrawal penalty, overdraft
       *> interest and loan late fees -- shown as a positive figure.
           add asr-amount to acct-period-delta
           evaluate asr-posting-type
               when "IN"
                   add asr-amount to acct-interest-earned
               when "NF"
               when "SF"
               when "SP"
               when "XF"
               when "EP"
               when "OI"
               when "LF"
                   subtract asr-amount from acct-fees-charged
               when other
                   continue
           end-evaluate
           .

       write-detail-for-owner.
           initialize combined-work-record
           move aot-owner-id(ws-aot-sub) to cwr-owner-id
           move "D" to cwr-section
           move asr-account-number to cwr-account-number
           move asr-timestamp to cwr-timestamp
           move asr-posting-type to cwr-posting-type
           move asr-amount to cwr-amount
           move asr-branch-code to cwr-branch-code
           move asr-channel-code to cwr-channel-code
           move asr-reference to cwr-reference
           write combined-work-record
           .

       flush-account-summary.
           if account-owner-count > zero
               perform write-summary-for-owner
                   varying ws-aot-sub from 1 by 1
                   until ws-aot-sub > account-owner-count
               add 1 to accounts-combined-count
           end-if
           .

       write-summary-for-owner.
           initialize combined-work-record
           move aot-owner-id(ws-aot-sub) to cwr-owner-id
           move "S" to cwr-section
           move current-sort-account to cwr-account-number
           move aot-owner-role(ws-aot-sub) to cwr-owner-role
           move acct-account-type to cwr-account-type
           move acct-account-status to cwr-account-status
           compute cwr-opening-balance =
               acct-closing-balance - acct-period-delta
           move acct-closing-balance to cwr-closing-balance
           move acct-interest-earned to cwr-interest-earned
           move acct-fees-charged to cwr-fees-charged
           write combined-work-record
           .

       print-combined-statements.
           perform return-next-statement-sort
           perform print-one-statement-record
               until end-of-statement-sort
           if owner-started
               perform finish-owner-statement
           end-if
           .

       return-next-statement-sort.
           return statement-sort-file
               at end move "N" to ws-more-statement-sort
           end-return
           .

       print-one-statement-record.
           if no-owner-started
               or ssr-owner-id not = current-statement-owner
               if owner-started
                   perform finish-owner-statement
               end-if
               perform start-owner-statement
           end-if
           if ssr-summary-line
               perform print-summary-account
           else
               if summary-totals-pending
                   perform print-summary-totals
                   move detail-title-line to statement-line
                   perform put-statement-line
               end-if
               if ssr-account-number not = current-detail-account
                   move ssr-account-number to current-detail-account
                   move ssr-account-number to dal-account-number
                   move detail-account-line to statement-line
                   perform put-statement-line
               end-if
               perform print-detail-transaction
           end-if
           perform return-next-statement-sort
           .

       start-owner-statement.
           set owner-started to true
           move ssr-owner-id to current-statement-owner
           move zero to current-detail-account
           set summary-totals-pending to true
           initialize deposit-totals
           initialize loan-totals
           move zero to owner-loan-count
           set addressee-missing to true
           set owner-mail-sent to true
           move ssr-owner-id to cust-owner-id
           read customer-master-file
               invalid key
                   continue
               not invalid key
                   set addressee-found to true
                   if cust-mail-undeliverable
                       set owner-mail-held to true
                   end-if
           end-read
           move "COMBINED RELATIONSHIP STATEMENT" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to statement-line
           perform put-statement-line
           perform print-addressee-block
           move ws-period-start-date to pl-period-start
           move ws-today to pl-period-end
           move period-line to statement-line
           perform put-statement-line
           move summary-title-line to statement-line
           perform put-statement-line
           move summary-heading-line to statement-line
           perform put-statement-line
           .

       print-addressee-block.
       *> The same block the single-account statement prints, estate
       *> contact and all.
           if addressee-found
               if cust-is-deceased
                   and cust-estate-contact not = spaces
                   perform print-estate-addressee
               else
                   move cust-name to statement-line
                   perform put-statement-line
                   move cust-address-line-1 to statement-line
                   perform put-statement-line
                   if cust-address-line-2 not = spaces
                       move cust-address-line-2 to statement-line
                       perform put-statement-line
                   end-if
                   move cust-city to acl-city
                   move cust-state to acl-state
                   move cust-postal-code to acl-postal-code
                   move addressee-city-line to statement-line
                   perform put-statement-line
               end-if
           else
               move current-statement-owner to ncl-owner-id
               move no-customer-line to statement-line
               perform put-statement-line
           end-if
           .

       print-estate-addressee.
           move cust-name to enl-name
           move estate-name-line to statement-line
           perform put-statement-line
           move cust-estate-contact to ecl-contact
           move estate-contact-line to statement-line
           perform put-statement-line
           move cust-estate-address-1 to statement-line
           perform put-statement-line
           if cust-estate-address-2 not = spaces
               move cust-estate-address-2 to statement-line
               perform put-statement-line
           end-if
           move cust-estate-city to acl-city
           move cust-estate-state to acl-state
           move cust-estate-postal to acl-postal-code
           move addressee-city-line to statement-line
           perform put-statement-line
           .

       print-summary-account.
           move ssr-account-number to sal-account-number
           move ssr-owner-role to sal-owner-role
           move ssr-account-type to sal-account-type
           move ssr-opening-balance to sal-opening
           move ssr-closing-balance to sal-closing
           move ssr-interest-earned to sal-interest
           move ssr-fees-charged to sal-fees
           if ssr-account-status = "C"
               move "CLOSED" to sal-status-note
           else
               move spaces to sal-status-note
           end-if
           move summary-account-line to statement-line
           perform put-statement-line
           if ssr-type-loan
               add 1 to owner-loan-count
               add ssr-opening-balance to lon-opening-total
               add ssr-closing-balance to lon-closing-total
               add ssr-interest-earned to lon-interest-total
               add ssr-fees-charged to lon-fees-total
           else
               add ssr-opening-balance to dep-opening-total
               add ssr-closing-balance to dep-closing-total
               add ssr-interest-earned to dep-interest-total
               add ssr-fees-charged to dep-fees-total
           end-if
           .

       print-summary-totals.
       *> Money on deposit and money owed on a loan are never netted
       *> against each other -- the loan total only prints when the
       *> owner holds one.
           set summary-totals-printed to true
           move "DEPOSIT TOTALS  " to stl-label
           move dep-opening-total to stl-opening
           move dep-closing-total to stl-closing
           move dep-interest-total to stl-interest
           move dep-fees-total to stl-fees
           move summary-total-line to statement-line
           perform put-statement-line
           if owner-loan-count > zero
               move "LOAN TOTALS     " to stl-label
               move lon-opening-total to stl-opening
               move lon-closing-total to stl-closing
               move lon-interest-total to stl-interest
               move lon-fees-total to stl-fees
               move summary-total-line to statement-line
               perform put-statement-line
           end-if
           move spaces to statement-line
           perform put-statement-line
           .

       print-detail-transaction.
           move ssr-timestamp to jtl-timestamp
           move ssr-posting-type to jtl-posting-type
           move ssr-amount to jtl-amount
           move ssr-branch-code to jtl-branch-code
           move ssr-channel-code to jtl-channel-code
           move ssr-reference to jtl-reference
           move journal-transaction-line to statement-line
           perform put-statement-line
           .

       finish-owner-statement.
           if summary-totals-pending
               perform print-summary-totals
           end-if
           move statement-end-line to statement-line
           perform put-statement-line
           if owner-mail-held
               perform hold-owner-statement
           else
               add 1 to statements-printed-count
           end-if
           .

       hold-owner-statement.
       *> The owner's mail is coming back undelivered -- nothing was
       *> printed, and the whole statement goes on the suppressed-mail
       *> list as one piece carrying the relationship's deposit total.
           move ws-today to spm-held-date
           set spm-from-statement-run to true
           move current-statement-owner to spm-owner-id
           move zero to spm-account-number
           move "COMBSTMT" to spm-item-type
           move ws-period-start-date to spm-item-date
           move dep-closing-total to spm-amount
           write suppressed-mail-line
           add 1 to statements-held-count
           .

       put-statement-line.
           if owner-mail-sent
               write statement-line
           end-if
           .

       terminate-run.
           close statement-file
           close suppressed-mail-file
           close customer-master-file
           close account-master-file
           display "combinedstatement: " statements-printed-count
               " statements printed, " statements-held-count
               " held, " accounts-combined-count " accounts combined"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move statements-printed-count to rll-processed-count
           move statements-held-count to rll-rejected-count
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
           move "COMBINEDSTATEMENT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program CombinedStatement.
