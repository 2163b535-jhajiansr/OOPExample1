       identification division.

       program-id. RelationshipProfit.

       environment division.
       input-output section.
       file-control.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select balance-history-file assign to "BALHIST"
               organization line sequential
               file status is ws-history-status.
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
           select account-sort-file assign to "PRFSRTA".
           select account-work-file assign to "PRFACCT"
               organization line sequential
               file status is ws-account-work-status.
           select owner-sort-file assign to "PRFSRTB".
           select owner-work-file assign to "PRFOWNR"
               organization line sequential
               file status is ws-owner-work-status.
           select rank-sort-file assign to "PRFSRTC".
           select profit-extract-file assign to "PROFEXTR"
               organization line sequential.
           select profit-report-file assign to "PROFRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  balance-history-file.
           copy "BalanceHistoryRecord.cpy".

       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       sd  account-sort-file.
       01  account-sort-record.
           05  asr-account-number   pic 9(8).
           05  asr-kind             pic x(1).
               88  asr-fee-income       value "F".
               88  asr-loan-interest    value "L".
               88  asr-interest-paid    value "I".
               88  asr-balance-snapshot value "B".
               88  asr-owner-link       value "O".
           05  asr-owner-id         pic x(10).
           05  asr-amount           pic s9(9)v99.

       fd  account-work-file.
       01  account-work-record.
           05  awr-owner-id         pic x(10).
           05  awr-account-number   pic 9(8).
           05  awr-account-type     pic x(1).
           05  awr-branch-code      pic 9(4).
           05  awr-fee-income       pic s9(9)v99 sign leading separate.
           05  awr-loan-interest    pic s9(9)v99 sign leading separate.
           05  awr-interest-paid    pic s9(9)v99 sign leading separate.
           05  awr-avg-balance      pic s9(9)v99 sign leading separate.

       sd  owner-sort-file.
       01  owner-sort-record.
           05  osr-owner-id         pic x(10).
           05  osr-account-number   pic 9(8).
           05  osr-account-type     pic x(1).
           05  osr-branch-code      pic 9(4).
           05  osr-fee-income       pic s9(9)v99 sign leading separate.
           05  osr-loan-interest    pic s9(9)v99 sign leading separate.
           05  osr-interest-paid    pic s9(9)v99 sign leading separate.
           05  osr-avg-balance      pic s9(9)v99 sign leading separate.

       fd  owner-work-file.
       01  owner-work-record.
           05  owr-owner-id         pic x(10).
           05  owr-account-count    pic 9(3).
           05  owr-fee-income       pic s9(11)v99 sign leading separate.
           05  owr-loan-interest    pic s9(11)v99 sign leading separate.
           05  owr-interest-paid    pic s9(11)v99 sign leading separate.
           05  owr-net-contribution pic s9(11)v99 sign leading separate.
           05  owr-avg-deposits     pic s9(11)v99 sign leading separate.
           05  owr-avg-loans        pic s9(11)v99 sign leading separate.

       sd  rank-sort-file.
       01  rank-sort-record.
           05  rsr-owner-id         pic x(10).
           05  rsr-account-count    pic 9(3).
           05  rsr-fee-income       pic s9(11)v99 sign leading separate.
           05  rsr-loan-interest    pic s9(11)v99 sign leading separate.
           05  rsr-interest-paid    pic s9(11)v99 sign leading separate.
           05  rsr-net-contribution pic s9(11)v99 sign leading separate.
           05  rsr-avg-deposits     pic s9(11)v99 sign leading separate.
           05  rsr-avg-loans        pic s9(11)v99 sign leading separate.

       fd  profit-extract-file.
           copy "ProfitExtractRecord.cpy".

       fd  profit-report-file.
       01  report-line pic x(132).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-history-status          pic xx.
           88 end-of-history         value "10".
           88 history-not-found      value "35".
       01 ws-owner-index-status      pic xx.
           88 end-of-owner-index     value "10".
           88 owner-index-not-found  value "35".
       01 ws-master-status           pic xx.
           88 master-not-found       value "35".
       01 ws-account-work-status     pic xx.
       01 ws-owner-work-status       pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).
       01 ws-analysis-month          pic 9(6).

       01 ws-more-account-lines      pic x(1) value "Y".
           88 end-of-account-lines   value "N".
       01 ws-more-owner-lines        pic x(1) value "Y".
           88 end-of-owner-lines     value "N".
       01 ws-more-ranked-owners      pic x(1) value "Y".
           88 end-of-ranked-owners   value "N".

       01 current-account-number     pic 9(8).
       01 account-totals.
           05 acc-owner-id           pic x(10).
           05 acc-fee-income         pic s9(9)v99.
           05 acc-loan-interest      pic s9(9)v99.
           05 acc-interest-paid      pic s9(9)v99.
           05 acc-balance-sum        pic s9(13)v99.
           05 acc-snapshot-count     pic 9(3).
       01 current-owner-id           pic x(10).
       01 owner-totals.
           05 own-account-count      pic 9(3).
           05 own-fee-income         pic s9(11)v99.
           05 own-loan-interest      pic s9(11)v99.
           05 own-interest-paid      pic s9(11)v99.
           05 own-avg-deposits       pic s9(11)v99.
           05 own-avg-loans          pic s9(11)v99.

       01 accounts-analysed-count    pic 9(7) value 0.
       01 owners-ranked-count        pic 9(6) value 0.

       01 grand-totals.
           05 grt-fee-income         pic s9(11)v99.
           05 grt-loan-interest      pic s9(11)v99.
           05 grt-interest-paid      pic s9(11)v99.
           05 grt-avg-deposits       pic s9(11)v99.
           05 grt-avg-loans          pic s9(11)v99.

       01 type-summary-table.
      *> Checking, savings, debit, time deposit, loan, and anything
      *> whose account has left the master since it posted.
           05 type-summary occurs 6 times.
               10 tys-account-count  pic 9(6).
               10 tys-fee-income     pic s9(11)v99.
               10 tys-loan-interest  pic s9(11)v99.
               10 tys-interest-paid  pic s9(11)v99.
               10 tys-avg-deposits   pic s9(11)v99.
               10 tys-avg-loans      pic s9(11)v99.
       01 ws-type-sub                pic 9(1).
       01 type-name-table.
           05 filler pic x(14) value "CHECKING".
           05 filler pic x(14) value "SAVINGS".
           05 filler pic x(14) value "DEBIT".
           05 filler pic x(14) value "TIME DEPOSIT".
           05 filler pic x(14) value "LOAN".
           05 filler pic x(14) value "NOT ON FILE".
       01 type-name-entries redefines type-name-table.
           05 type-name              pic x(14) occurs 6 times.

       01 branch-summary-table.
      *> One slot per opening branch seen; a branch past the last
      *> slot is folded into the last one, which then prints as
      *> OTHER BRANCHES.
           05 branch-summary occurs 100 times.
               10 brs-branch-code    pic 9(4).
               10 brs-printed        pic x(1).
               10 brs-account-count  pic 9(6).
               10 brs-fee-income     pic s9(11)v99.
               10 brs-loan-interest  pic s9(11)v99.
               10 brs-interest-paid  pic s9(11)v99.
               10 brs-avg-deposits   pic s9(11)v99.
               10 brs-avg-loans      pic s9(11)v99.
       01 branch-count               pic 9(3) value 0.
       01 ws-branch-sub              pic 9(3).
       01 ws-slot-sub                pic 9(3).
       01 ws-lowest-sub              pic 9(3).
       01 ws-print-pass              pic 9(3).

       copy "ReportHeader.cpy".

       01 month-line.
           05 filler             pic x(21) value
               "ANALYSIS FOR MONTH: ".
           05 mnl-month          pic 9(6).

       01 rank-heading-line.
           05 filler pic x(40) value
               "  RANK  OWNER       ACC      FEE INCOME ".
           05 filler pic x(40) value
               "  LOAN INTEREST   INTEREST PAID      NET".
           05 filler pic x(40) value
               " CONTRIB     AVG DEPOSITS        AVG LOA".
           05 filler pic x(40) value
               "NS".

       01 owner-line.
           05 onl-rank           pic zzzzz9.
           05 filler             pic x(2) value spaces.
           05 onl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 onl-account-count  pic zz9.
           05 filler             pic x(2) value spaces.
           05 onl-fee-income     pic -zz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 onl-loan-interest  pic -zz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 onl-interest-paid  pic -zz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 onl-net            pic -zzz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 onl-avg-deposits   pic -zzz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 onl-avg-loans      pic -zzz,zzz,zz9.99.

       01 summary-title-line     pic x(40).

       01 summary-heading-line.
           05 filler pic x(40) value
               "              ACCOUNTS      FEE INCOME  ".
           05 filler pic x(40) value
               " LOAN INTEREST   INTEREST PAID      NET ".
           05 filler pic x(40) value
               "CONTRIB     AVG DEPOSITS        AVG LOAN".
           05 filler pic x(40) value
               "S".

       01 summary-line.
           05 sml-label          pic x(14).
           05 filler             pic x(2) value spaces.
           05 sml-account-count  pic zzzzz9.
           05 filler             pic x(2) value spaces.
           05 sml-fee-income     pic -zz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 sml-loan-interest  pic -zz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 sml-interest-paid  pic -zz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 sml-net            pic -zzz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 sml-avg-deposits   pic -zzz,zzz,zz9.99.
           05 filler             pic x(2) value spaces.
           05 sml-avg-loans      pic -zzz,zzz,zz9.99.
       01 branch-label.
           05 filler             pic x(7) value "BRANCH ".
           05 bll-branch-code    pic 9(4).

       procedure division.
       *> Monthly relationship profitability, run in the month-end
       *> window after the fee, interest and billing runs have
       *> posted: for every owner, what the month's postings earned
       *> the bank against what it paid out. Fee income is every
       *> charge levied -- NSF, service, stop-payment, excess-
       *> transaction, early-withdrawal penalty, overdraft interest
       *> and loan late fees, the same set the statements show as
       *> fees -- plus the interest share of loan installments
       *> collected (LI); interest paid is every IN credit. Average
       *> balances come from the month's BALHIST snapshots, deposits
       *> and loans kept apart.
       *> Each account's figures are credited to its primary owner
       *> on OWNERIDX, so a joint account counts once and the owner
       *> totals tie back to the journal; an account no longer
       *> indexed (closed and purged) falls back to the owner on its
       *> master record. Owners are ranked by net contribution, best
       *> first, onto the report and the PROFEXTR extract finance
       *> loads; the report closes with the same figures by account
       *> type and by the branch that opened the account.
           perform write-run-log-start
           perform initialize-run
           sort account-sort-file on ascending key asr-account-number
               input procedure is release-account-lines
               output procedure is reduce-to-accounts
           sort owner-sort-file on ascending key osr-owner-id
               using account-work-file
               output procedure is reduce-to-owners
           sort rank-sort-file on descending key rsr-net-contribution
                               ascending key rsr-owner-id
               using owner-work-file
               output procedure is print-ranked-owners
           perform print-type-summary
           perform print-branch-summary
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           move ws-today(1:6) to ws-analysis-month
           initialize type-summary-table
           initialize branch-summary-table
           initialize grand-totals
           open output profit-report-file
           open output profit-extract-file
           perform print-report-header
           .

       print-report-header.
           move "RELATIONSHIP PROFITABILITY" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           move ws-analysis-month to mnl-month
           move month-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move rank-heading-line to report-line
           write report-line
           .

       release-account-lines.
           perform release-journal-lines
           perform release-history-lines
           perform release-owner-links
           .

       release-journal-lines.
           open input posting-journal-file
           if journal-not-found
               display "relationshipprofit: PSTJRNL missing -- no"
                   " income or interest for the month"
           else
               perform read-next-journal-line
               perform release-journal-line until end-of-journal
               close posting-journal-file
           end-if
           .

       read-next-journal-line.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       release-journal-line.
       *> Charges post as debits, so income is the amount turned
       *> positive; a reversal carries the opposite sign and nets
       *> itself out.
           if pjl-timestamp(1:6) = ws-analysis-month
               move pjl-account-number to asr-account-number
               move spaces to asr-owner-id
               evaluate pjl-posting-type
                   when "NF"
                   when "SF"
                   when "SP"
                   when "XF"
                   when "EP"
                   when "OI"
                   when "LF"
                       set asr-fee-income to true
                       compute asr-amount = 0 - pjl-signed-amount
                       release account-sort-record
                   when "LI"
                       set asr-loan-interest to true
                       compute asr-amount = 0 - pjl-signed-amount
                       release account-sort-record
                   when "IN"
                       set asr-interest-paid to true
                       move pjl-signed-amount to asr-amount
                       release account-sort-record
                   when other
                       continue
               end-evaluate
           end-if
           perform read-next-journal-line
           .

       release-history-lines.
           open input balance-history-file
           if history-not-found
               display "relationshipprofit: BALHIST missing --"
                   " averages taken from the master balance"
           else
               perform read-next-history-line
               perform release-history-line until end-of-history
               close balance-history-file
           end-if
           .

       read-next-history-line.
           read balance-history-file
               at end set end-of-history to true
           end-read
           .

       release-history-line.
           if bhl-snapshot-date(1:6) = ws-analysis-month
               move bhl-account-number to asr-account-number
               set asr-balance-snapshot to true
               move spaces to asr-owner-id
               move bhl-balance to asr-amount
               release account-sort-record
           end-if
           perform read-next-history-line
           .

       release-owner-links.
           open input owner-index-file
           if owner-index-not-found
               display "relationshipprofit: OWNERIDX missing --"
                   " owners taken from the account master"
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
           if xrf-role-primary
               move xrf-account-number to asr-account-number
               set asr-owner-link to true
               move xrf-owner-id to asr-owner-id
               move zero to asr-amount
               release account-sort-record
           end-if
           perform read-next-owner-link
           .

       reduce-to-accounts.
           open input account-master-file
           open output account-work-file
           perform return-next-account-line
           perform reduce-one-account until end-of-account-lines
           close account-work-file
           if not master-not-found
               close account-master-file
           end-if
           .

       return-next-account-line.
           return account-sort-file
               at end move "N" to ws-more-account-lines
           end-return
           .

       reduce-one-account.
           move asr-account-number to current-account-number
           initialize account-totals
           perform accumulate-account-line
               until end-of-account-lines
                  or asr-account-number not = current-account-number
           perform write-account-figures
           .

       accumulate-account-line.
           evaluate true
               when asr-fee-income
                   add asr-amount to acc-fee-income
               when asr-loan-interest
                   add asr-amount to acc-loan-interest
               when asr-interest-paid
                   add asr-amount to acc-interest-paid
               when asr-balance-snapshot
                   add asr-amount to acc-balance-sum
                   add 1 to acc-snapshot-count
               when asr-owner-link
                   move asr-owner-id to acc-owner-id
           end-evaluate
           perform return-next-account-line
           .

       write-account-figures.
       *> A month with no snapshot for the account (the snapshot
       *> sweep missed it, or it opened after the last one) averages
       *> on its current master balance instead.
           move spaces to account-work-record
           move current-account-number to awr-account-number
           move current-account-number to account-number
           move 6 to ws-type-sub
           move zero to awr-branch-code
           move space to awr-account-type
           if master-not-found
               move zero to balance
           else
               read account-master-file
                   invalid key
                       move zero to balance
                   not invalid key
                       perform note-account-master
               end-read
           end-if
           if acc-owner-id = spaces
               move "UNASSIGNED" to acc-owner-id
           end-if
           move acc-owner-id to awr-owner-id
           move acc-fee-income to awr-fee-income
           move acc-loan-interest to awr-loan-interest
           move acc-interest-paid to awr-interest-paid
           if acc-snapshot-count > zero
               compute awr-avg-balance rounded =
                   acc-balance-sum / acc-snapshot-count
           else
               move balance to awr-avg-balance
           end-if
           write account-work-record
           add 1 to accounts-analysed-count
           perform add-to-type-summary
           perform add-to-branch-summary
           .

       note-account-master.
           if acc-owner-id = spaces
               move owner-primary-id to acc-owner-id
           end-if
           move account-type to awr-account-type
           move opn-branch-code to awr-branch-code
           evaluate true
               when account-type-checking
                   move 1 to ws-type-sub
               when account-type-savings
                   move 2 to ws-type-sub
               when account-type-debit
                   move 3 to ws-type-sub
               when account-type-timedep
                   move 4 to ws-type-sub
               when account-type-loan
                   move 5 to ws-type-sub
           end-evaluate
           .

       add-to-type-summary.
           add 1 to tys-account-count(ws-type-sub)
           add awr-fee-income to tys-fee-income(ws-type-sub)
           add awr-loan-interest to tys-loan-interest(ws-type-sub)
           add awr-interest-paid to tys-interest-paid(ws-type-sub)
           if awr-account-type = "L"
               add awr-avg-balance to tys-avg-loans(ws-type-sub)
           else
               add awr-avg-balance to tys-avg-deposits(ws-type-sub)
           end-if
           .

       add-to-branch-summary.
           move zero to ws-slot-sub
           perform match-branch-slot
               varying ws-branch-sub from 1 by 1
               until ws-branch-sub > branch-count
                  or ws-slot-sub > zero
           if ws-slot-sub = zero
               if branch-count < 100
                   add 1 to branch-count
                   move awr-branch-code
                       to brs-branch-code(branch-count)
               else
                   move 9999 to brs-branch-code(branch-count)
               end-if
               move branch-count to ws-slot-sub
           end-if
           add 1 to brs-account-count(ws-slot-sub)
           add awr-fee-income to brs-fee-income(ws-slot-sub)
           add awr-loan-interest to brs-loan-interest(ws-slot-sub)
           add awr-interest-paid to brs-interest-paid(ws-slot-sub)
           if awr-account-type = "L"
               add awr-avg-balance to brs-avg-loans(ws-slot-sub)
           else
               add awr-avg-balance to brs-avg-deposits(ws-slot-sub)
           end-if
           .

       match-branch-slot.
           if brs-branch-code(ws-branch-sub) = awr-branch-code
               move ws-branch-sub to ws-slot-sub
           end-if
           .

       reduce-to-owners.
           open output owner-work-file
           perform return-next-owner-line
           perform reduce-one-owner until end-of-owner-lines
           close owner-work-file
           .

       return-next-owner-line.
           return owner-sort-file
               at end move "N" to ws-more-owner-lines
           end-return
           .

       reduce-one-owner.
           move osr-owner-id to current-owner-id
           initialize owner-totals
           perform accumulate-owner-line
               until end-of-owner-lines
                  or osr-owner-id not = current-owner-id
           move current-owner-id to owr-owner-id
           move own-account-count to owr-account-count
           move own-fee-income to owr-fee-income
           move own-loan-interest to owr-loan-interest
           move own-interest-paid to owr-interest-paid
           compute owr-net-contribution =
               own-fee-income + own-loan-interest - own-interest-paid
           move own-avg-deposits to owr-avg-deposits
           move own-avg-loans to owr-avg-loans
           write owner-work-record
           .

       accumulate-owner-line.
           add 1 to own-account-count
           add osr-fee-income to own-fee-income
           add osr-loan-interest to own-loan-interest
           add osr-interest-paid to own-interest-paid
           if osr-account-type = "L"
               add osr-avg-balance to own-avg-loans
           else
               add osr-avg-balance to own-avg-deposits
           end-if
           perform return-next-owner-line
           .

       print-ranked-owners.
           perform return-next-ranked-owner
           perform print-ranked-owner until end-of-ranked-owners
           move spaces to report-line
           write report-line
           move spaces to owner-line
           move "ALL OWNERS" to onl-owner-id
           move grt-fee-income to onl-fee-income
           move grt-loan-interest to onl-loan-interest
           move grt-interest-paid to onl-interest-paid
           compute onl-net = grt-fee-income + grt-loan-interest
               - grt-interest-paid
           move grt-avg-deposits to onl-avg-deposits
           move grt-avg-loans to onl-avg-loans
           move owner-line to report-line
           write report-line
           .

       return-next-ranked-owner.
           return rank-sort-file
               at end move "N" to ws-more-ranked-owners
           end-return
           .

       print-ranked-owner.
           add 1 to owners-ranked-count
           move owners-ranked-count to onl-rank
           move rsr-owner-id to onl-owner-id
           move rsr-account-count to onl-account-count
           move rsr-fee-income to onl-fee-income
           move rsr-loan-interest to onl-loan-interest
           move rsr-interest-paid to onl-interest-paid
           move rsr-net-contribution to onl-net
           move rsr-avg-deposits to onl-avg-deposits
           move rsr-avg-loans to onl-avg-loans
           move owner-line to report-line
           write report-line
           move spaces to profit-extract-line
           move ws-analysis-month to pex-month
           move owners-ranked-count to pex-rank
           move rsr-owner-id to pex-owner-id
           move rsr-account-count to pex-account-count
           move rsr-fee-income to pex-fee-income
           move rsr-loan-interest to pex-loan-interest
           move rsr-interest-paid to pex-interest-paid
           move rsr-net-contribution to pex-net-contribution
           move rsr-avg-deposits to pex-avg-deposits
           move rsr-avg-loans to pex-avg-loans
           write profit-extract-line
           add rsr-fee-income to grt-fee-income
           add rsr-loan-interest to grt-loan-interest
           add rsr-interest-paid to grt-interest-paid
           add rsr-avg-deposits to grt-avg-deposits
           add rsr-avg-loans to grt-avg-loans
           perform return-next-ranked-owner
           .

       print-type-summary.
           move "BY ACCOUNT TYPE" to summary-title-line
           perform print-summary-headings
           perform print-type-line
               varying ws-type-sub from 1 by 1
               until ws-type-sub > 6
           .

       print-summary-headings.
           move spaces to report-line
           write report-line
           move summary-title-line to report-line
           write report-line
           move summary-heading-line to report-line
           write report-line
           .

       print-type-line.
           if tys-account-count(ws-type-sub) > zero
               move type-name(ws-type-sub) to sml-label
               move tys-account-count(ws-type-sub)
                   to sml-account-count
               move tys-fee-income(ws-type-sub) to sml-fee-income
               move tys-loan-interest(ws-type-sub)
                   to sml-loan-interest
               move tys-interest-paid(ws-type-sub)
                   to sml-interest-paid
               compute sml-net = tys-fee-income(ws-type-sub)
                   + tys-loan-interest(ws-type-sub)
                   - tys-interest-paid(ws-type-sub)
               move tys-avg-deposits(ws-type-sub) to sml-avg-deposits
               move tys-avg-loans(ws-type-sub) to sml-avg-loans
               move summary-line to report-line
               write report-line
           end-if
           .

       print-branch-summary.
       *> The slots fill in the order branches turn up; each pass
       *> picks the lowest branch code not yet printed so the
       *> section reads in branch order.
           move "BY OPENING BRANCH" to summary-title-line
           perform print-summary-headings
           perform print-next-branch
               varying ws-print-pass from 1 by 1
               until ws-print-pass > branch-count
           .

       print-next-branch.
           move zero to ws-lowest-sub
           perform find-lowest-branch
               varying ws-branch-sub from 1 by 1
               until ws-branch-sub > branch-count
           move "Y" to brs-printed(ws-lowest-sub)
           evaluate true
               when brs-branch-code(ws-lowest-sub) = zero
                   move "NOT RECORDED" to sml-label
               when ws-lowest-sub = 100
                   and brs-branch-code(ws-lowest-sub) = 9999
                   move "OTHER BRANCHES" to sml-label
               when other
                   move brs-branch-code(ws-lowest-sub)
                       to bll-branch-code
                   move branch-label to sml-label
           end-evaluate
           move brs-account-count(ws-lowest-sub) to sml-account-count
           move brs-fee-income(ws-lowest-sub) to sml-fee-income
           move brs-loan-interest(ws-lowest-sub) to sml-loan-interest
           move brs-interest-paid(ws-lowest-sub) to sml-interest-paid
           compute sml-net = brs-fee-income(ws-lowest-sub)
               + brs-loan-interest(ws-lowest-sub)
               - brs-interest-paid(ws-lowest-sub)
           move brs-avg-deposits(ws-lowest-sub) to sml-avg-deposits
           move brs-avg-loans(ws-lowest-sub) to sml-avg-loans
           move summary-line to report-line
           write report-line
           .

       find-lowest-branch.
           if brs-printed(ws-branch-sub) not = "Y"
               if ws-lowest-sub = zero
                   move ws-branch-sub to ws-lowest-sub
               else
                   if brs-branch-code(ws-branch-sub)
                       < brs-branch-code(ws-lowest-sub)
                       move ws-branch-sub to ws-lowest-sub
                   end-if
               end-if
           end-if
           .

       terminate-run.
           close profit-report-file
           close profit-extract-file
           display "relationshipprofit: " accounts-analysed-count
               " accounts, " owners-ranked-count " owners ranked"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move accounts-analysed-count to rll-processed-count
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
           move "RELATIONSHIPPROFIT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program RelationshipProfit.
