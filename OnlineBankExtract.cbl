       identification division.

       program-id. OnlineBankExtract.

       environment division.
       input-output section.
       file-control.
           select eod-extract-file assign to "EODEXTR"
               organization sequential
               file status is ws-extract-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select sent-list-file assign to "OLBSENT"
               organization line sequential
               file status is ws-sent-status.
           select sent-carry-file assign to "OLBSENTN"
               organization line sequential.
           select posting-sort-file assign to "OLBSRTW".
           select posting-work-file assign to "OLBPSTW"
               organization line sequential
               file status is ws-posting-work-status.
           select online-banking-file assign to "OLBEXTR"
               organization line sequential.
           select extract-register-file assign to "OLBREG"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  eod-extract-file.
           copy "EodExtractRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  sent-list-file.
       01  sent-list-record.
       *> One line per account the vendor holds: O while it is sent
       *> as open, C once its closure has gone, with the date the
       *> closure went -- so a rerun of the same night sends the
       *> closure again, and the next night drops the line.
           05  sls-account-number   pic 9(8).
           05  filler               pic x(1).
           05  sls-sent-state       pic x(1).
               88  sls-sent-open        value "O".
               88  sls-sent-closed      value "C".
           05  filler               pic x(1).
           05  sls-closure-date     pic 9(8).

       fd  sent-carry-file.
       01  sent-carry-record pic x(19).

       sd  posting-sort-file.
       01  posting-sort-record.
           05  psr-account-number   pic 9(8).
           05  psr-timestamp        pic x(14).
           05  psr-posting-type     pic x(2).
           05  psr-amount           pic s9(7)v99 sign leading separate.

       fd  posting-work-file.
       01  posting-work-record.
           05  pwr-account-number   pic 9(8).
           05  pwr-timestamp        pic x(14).
           05  pwr-posting-type     pic x(2).
           05  pwr-amount           pic s9(7)v99 sign leading separate.

       fd  online-banking-file.
           copy "OnlineBankingRecord.cpy".

       fd  extract-register-file.
       01  register-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-extract-status          pic xx.
           88 end-of-extract         value "10".
           88 extract-not-found      value "35".
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-sent-status             pic xx.
           88 end-of-sent-list       value "10".
           88 sent-list-not-found    value "35".
       01 ws-posting-work-status     pic xx.
           88 end-of-posting-work    value "10".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18)
                                     value "ONLINEBANKEXTRACT".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.
       copy "AccountRecord.cpy".
       copy "ReportHeader.cpy".

       01 history-days               pic 9(3) value 30.
       01 parameter-found-flags.
           05 history-days-found     pic x value "N".

       01 ws-today                   pic 9(8).
       01 ws-history-start           pic 9(8).
       01 history-start-integer      pic 9(8) comp.
       01 ws-posting-date            pic 9(8).
       01 ws-created-timestamp       pic x(26).

       01 no-more-accounts           pic 9(8) value 99999999.
       01 ws-eod-account             pic 9(8).
       01 ws-sent-account            pic 9(8).
       01 ws-sent-state              pic x(1).
       01 ws-sent-closure-date       pic 9(8).
       01 ws-work-account            pic 9(8).
       01 ws-closure-reason          pic x(1).
       01 ws-account-available       pic s9(9)v99.
       01 ws-od-available            pic s9(7)v99.
       01 extract-detail-count       pic 9(7) value 0.
       01 ws-trailer-count-in        pic 9(7) value 0.
       01 ws-trailer-seen-flag       pic x(1) value "N".
           88 extract-trailer-seen   value "Y".

       01 posting-description-table.
      *> The journal's two-character flow codes as the customer sees
      *> them on the vendor's site. A code not listed here goes out
      *> as OTHER TRANSACTION rather than holding the file back.
           05 filler pic x(26) value "WDWITHDRAWAL".
           05 filler pic x(26) value "DPDEPOSIT".
           05 filler pic x(26) value "NFINSUFFICIENT FUNDS FEE".
           05 filler pic x(26) value "ININTEREST PAID".
           05 filler pic x(26) value "TDTRANSFER OUT".
           05 filler pic x(26) value "TCTRANSFER IN".
           05 filler pic x(26) value "TBTRANSFER RETURNED".
           05 filler pic x(26) value "SIAUTOMATIC SWEEP IN".
           05 filler pic x(26) value "SOAUTOMATIC SWEEP OUT".
           05 filler pic x(26) value "SFMONTHLY SERVICE FEE".
           05 filler pic x(26) value "EPEARLY WITHDRAWAL PENALTY".
           05 filler pic x(26) value "OAOVERDRAFT LINE ADVANCE".
           05 filler pic x(26) value "OPOVERDRAFT LINE PAYMENT".
           05 filler pic x(26) value "OIOVERDRAFT INTEREST".
           05 filler pic x(26) value "XRRETURNED PAYMENT".
           05 filler pic x(26) value "RVCORRECTION".
           05 filler pic x(26) value "LGLEGAL ORDER PAYMENT".
           05 filler pic x(26) value "ESUNCLAIMED FUNDS TO STATE".
           05 filler pic x(26) value "MGACCOUNT MERGE".
           05 filler pic x(26) value "CKCHECK PAID".
           05 filler pic x(26) value "SPSTOP PAYMENT FEE".
           05 filler pic x(26) value "COBALANCE CHARGED OFF".
           05 filler pic x(26) value "RCCHARGE-OFF RECOVERY".
           05 filler pic x(26) value "BWTAX WITHHELD".
           05 filler pic x(26) value "XFEXCESS TRANSACTION FEE".
           05 filler pic x(26) value "DCDISPUTE CREDIT".
           05 filler pic x(26) value "LDLOAN DISBURSEMENT".
           05 filler pic x(26) value "LPLOAN PRINCIPAL PAYMENT".
           05 filler pic x(26) value "LILOAN INTEREST PAYMENT".
           05 filler pic x(26) value "LFLOAN LATE FEE".
           05 filler pic x(26) value "OCOFFICIAL CHECK PURCHASE".
       01 posting-description-entries
               redefines posting-description-table.
           05 posting-description-entry occurs 31 times.
               10 pde-posting-type   pic x(2).
               10 pde-description    pic x(24).
       01 pde-sub                    pic 9(2).

       01 account-counts.
           05 account-record-count   pic 9(7) value 0.
           05 posting-record-count   pic 9(7) value 0.
           05 closure-record-count   pic 9(7) value 0.
           05 closed-closure-count   pic 9(7) value 0.
           05 purged-closure-count   pic 9(7) value 0.
           05 closed-skipped-count   pic 9(7) value 0.
           05 journal-window-count   pic 9(7) value 0.
       01 account-hash-total         pic 9(15) value 0.
       01 ledger-balance-total       pic s9(11)v99 value 0.
       01 posting-amount-total       pic s9(11)v99 value 0.

       01 register-count-line.
           05 rcl-label          pic x(30).
           05 rcl-count          pic z(6)9.

       01 register-total-line.
           05 rtl-label          pic x(30).
           05 rtl-amount         pic -(12)9.99.

       01 register-hash-line.
           05 filler             pic x(30) value "ACCOUNT NUMBER HASH".
           05 rhl-hash           pic z(14)9.

       01 closure-heading-line pic x(42) value
           "CLOSURES SENT    ACCOUNT  CLOSED    REASON".

       01 closure-detail-line.
           05 filler             pic x(16) value spaces.
           05 cdl-account-number pic 9(8).
           05 filler             pic x(2) value spaces.
           05 cdl-closed-date    pic 9(8).
           05 filler             pic x(2) value spaces.
           05 cdl-reason         pic x(6).

       procedure division.
       *> Nightly extract for the internet-banking vendor, run off the
       *> flat EODEXTR extract once the master sweep has cut it. Every
       *> account not closed goes out with its owners, type, ledger
       *> and available balances, the overdraft line still available
       *> and the interest accrued but not posted, followed by its
       *> journal lines from the last OLB-HISTORY-DAYS days, sorted
       *> into account order and described the way the customer
       *> reads them. The OLBSENT list of what the vendor already
       *> holds is matched against the extract: an account on the
       *> list that is now closed, or gone from the master, goes out
       *> as a closure record so the vendor removes it. The list is
       *> rewritten through OLBSENTN for the next night, the way the
       *> hold release rewrites HOLDS. OLBREG registers the counts
       *> by record type and the trailer's control totals.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               if not extract-not-found
                   sort posting-sort-file
                       on ascending key psr-account-number
                                        psr-timestamp
                       input procedure is release-window-postings
                       giving posting-work-file
                   open input posting-work-file
                   perform read-next-work-posting
                   perform read-next-sent-account
                   perform read-next-extract-account
                   perform extract-next-account
                       until ws-eod-account = no-more-accounts
                         and ws-sent-account = no-more-accounts
                   close posting-work-file
               end-if
               perform terminate-run
           else
               display "onlinebankextract: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       check-window-sequence.
       *> The vendor's balances are the master as the sweep left it,
       *> so the run waits behind the master sweep.
           call "WindowSequencer" using ws-sequencer-step
               ws-sequencer-rc
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           perform load-business-parameters
           compute history-start-integer =
               function integer-of-date(ws-today) - history-days + 1
           move function date-of-integer(history-start-integer)
               to ws-history-start
           open output extract-register-file
           perform print-register-header
           open input eod-extract-file
           if extract-not-found
               *> no extract -- the sweep never ran tonight
               display "onlinebankextract: EODEXTR missing -- no"
                   " extract cut"
               move 8 to ws-log-return-code
           else
               open input sent-list-file
               if sent-list-not-found
                   *> first extract ever -- the vendor holds nothing
                   display "onlinebankextract: OLBSENT missing --"
                       " first extract, no closures"
               end-if
               open output sent-carry-file
               open output online-banking-file
               move spaces to online-banking-record
               set olb-header-record to true
               move ws-today to olb-business-date
               move function current-date to ws-created-timestamp
               move ws-created-timestamp(1:14)
                   to olb-created-timestamp
               write online-banking-record
           end-if
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "onlinebankextract: BUSPARMS missing -- using"
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
               when "OLB-HISTORY-DAYS"
                   move bp-parameter-value to history-days
                   move "Y" to history-days-found
                   display "onlinebankextract: OLB-HISTORY-DAYS"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       report-missing-parameters.
           if history-days-found = "N"
               display "onlinebankextract: OLB-HISTORY-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if history-days < 1
               display "onlinebankextract: OLB-HISTORY-DAYS below"
                   " one day -- one day used"
               move 1 to history-days
           end-if
           .

       print-register-header.
           move "ONLINE BANKING RUN REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           move spaces to register-line
           write register-line
           move closure-heading-line to register-line
           write register-line
           .

       release-window-postings.
           open input posting-journal-file
           if journal-not-found
               display "onlinebankextract: PSTJRNL missing -- no"
                   " postings sent"
           else
               perform read-next-journal-line
               perform release-window-posting until end-of-journal
               close posting-journal-file
           end-if
           .

       read-next-journal-line.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       release-window-posting.
           move pjl-timestamp(1:8) to ws-posting-date
           if ws-posting-date >= ws-history-start
               and ws-posting-date <= ws-today
               add 1 to journal-window-count
               move pjl-account-number to psr-account-number
               move pjl-timestamp(1:14) to psr-timestamp
               move pjl-posting-type to psr-posting-type
               move pjl-signed-amount to psr-amount
               release posting-sort-record
           end-if
           perform read-next-journal-line
           .

       read-next-work-posting.
           read posting-work-file
               at end
                   set end-of-posting-work to true
                   move no-more-accounts to ws-work-account
               not at end
                   move pwr-account-number to ws-work-account
           end-read
           .

       read-next-sent-account.
           if sent-list-not-found
               move no-more-accounts to ws-sent-account
           else
               read sent-list-file
                   at end
                       set end-of-sent-list to true
                       move no-more-accounts to ws-sent-account
                   not at end
                       move sls-account-number to ws-sent-account
                       move sls-sent-state to ws-sent-state
                       move sls-closure-date to ws-sent-closure-date
               end-read
           end-if
           .

       read-next-extract-account.
       *> Skips the header; the trailer's count is kept to prove the
       *> pass against at the end.
           move zero to ws-eod-account
           perform read-next-extract-record
               until ws-eod-account not = zero
           .

       read-next-extract-record.
           read eod-extract-file
               at end
                   set end-of-extract to true
                   move no-more-accounts to ws-eod-account
               not at end
                   evaluate true
                       when eod-detail-record
                           move eod-record-image to account-record
                           move account-number to ws-eod-account
                           add 1 to extract-detail-count
                       when eod-trailer-record
                           set extract-trailer-seen to true
                           move eod-record-count
                               to ws-trailer-count-in
                       when other
                           continue
                   end-evaluate
           end-read
           .

       extract-next-account.
       *> Both files are in account order: a list entry with no
       *> master record behind it was purged; a matched entry closes
       *> or goes out again; a master record with no entry is new
       *> to the vendor unless it is already closed.
           evaluate true
               when ws-sent-account < ws-eod-account
                   move "P" to ws-closure-reason
                   perform send-closure-if-due
                   perform read-next-sent-account
               when ws-sent-account = ws-eod-account
                   if account-closed
                       move "C" to ws-closure-reason
                       perform send-closure-if-due
                   else
                       perform send-open-account
                   end-if
                   perform read-next-sent-account
                   perform read-next-extract-account
               when other
                   if account-closed
                       add 1 to closed-skipped-count
                   else
                       perform send-open-account
                   end-if
                   perform read-next-extract-account
           end-evaluate
           .

       send-closure-if-due.
       *> An entry still open is due its closure tonight; one whose
       *> closure went out earlier tonight is a rerun and goes
       *> again; an older closure has been acted on and drops off.
           if ws-sent-state = "O" or ws-sent-closure-date = ws-today
               move spaces to online-banking-record
               set olb-closure-record to true
               move ws-sent-account to olb-closed-account
               move ws-today to olb-closed-date
               move ws-closure-reason to olb-closure-reason
               write online-banking-record
               add 1 to closure-record-count
               add ws-sent-account to account-hash-total
               move ws-sent-account to cdl-account-number
               move ws-today to cdl-closed-date
               if ws-closure-reason = "C"
                   add 1 to closed-closure-count
                   move "CLOSED" to cdl-reason
               else
                   add 1 to purged-closure-count
                   move "PURGED" to cdl-reason
               end-if
               move closure-detail-line to register-line
               write register-line
               move spaces to sent-list-record
               move ws-sent-account to sls-account-number
               set sls-sent-closed to true
               move ws-today to sls-closure-date
               move sent-list-record to sent-carry-record
               write sent-carry-record
           end-if
           .

       send-open-account.
           move spaces to online-banking-record
           set olb-account-record to true
           move account-number to olb-account-number
           move account-status to olb-account-status
           move account-type to olb-account-type
           evaluate true
               when account-type-savings
                   move "SAVINGS" to olb-account-type-desc
               when account-type-debit
                   move "DEBIT" to olb-account-type-desc
               when account-type-checking
                   move "CHECKING" to olb-account-type-desc
               when account-type-timedep
                   move "TIME DEPOSIT" to olb-account-type-desc
               when account-type-loan
                   move "LOAN" to olb-account-type-desc
               when other
                   move "OTHER" to olb-account-type-desc
           end-evaluate
           move owner-primary-id to olb-owner-primary-id
           move owner-secondary-id to olb-owner-secondary-id
           move balance to olb-ledger-balance
           compute ws-account-available =
               balance - avl-held-amount - lgl-fenced-amount
           move ws-account-available to olb-available-balance
           move zero to ws-od-available
           if account-type-checking
               compute ws-od-available =
                   od-credit-limit - od-drawn-balance
               if ws-od-available < zero
                   move zero to ws-od-available
               end-if
           end-if
           move ws-od-available to olb-od-available
           move acr-accrued-interest to olb-accrued-interest
           write online-banking-record
           add 1 to account-record-count
           add account-number to account-hash-total
           add balance to ledger-balance-total
           move spaces to sent-list-record
           move account-number to sls-account-number
           set sls-sent-open to true
           move zero to sls-closure-date
           move sent-list-record to sent-carry-record
           write sent-carry-record
           perform read-next-work-posting
               until ws-work-account >= account-number
           perform send-account-posting
               until ws-work-account not = account-number
           .

       send-account-posting.
           move spaces to online-banking-record
           set olb-posting-record to true
           move pwr-account-number to olb-posting-account
           move pwr-timestamp to olb-posting-time
           move pwr-posting-type to olb-posting-type
           move "OTHER TRANSACTION" to olb-posting-desc
           perform match-posting-description
               varying pde-sub from 1 by 1 until pde-sub > 31
           move pwr-amount to olb-posting-amount
           write online-banking-record
           add 1 to posting-record-count
           add pwr-amount to posting-amount-total
           perform read-next-work-posting
           .

       match-posting-description.
           if pde-posting-type(pde-sub) = pwr-posting-type
               move pde-description(pde-sub) to olb-posting-desc
           end-if
           .

       terminate-run.
           if not extract-not-found
               move spaces to online-banking-record
               set olb-trailer-record to true
               move account-record-count to olb-account-count
               move posting-record-count to olb-posting-count
               move closure-record-count to olb-closure-count
               move account-hash-total to olb-account-hash
               move ledger-balance-total to olb-ledger-total
               move posting-amount-total to olb-posting-total
               write online-banking-record
               close online-banking-file
               close eod-extract-file
               if not sent-list-not-found
                   close sent-list-file
               end-if
               perform rewrite-sent-list
               if extract-trailer-seen
                   and extract-detail-count not = ws-trailer-count-in
                   display "onlinebankextract: extract count mismatch"
                       " -- expected " ws-trailer-count-in " read "
                       extract-detail-count
                   move 8 to ws-log-return-code
               end-if
           end-if
           perform print-register-totals
           close extract-register-file
           display "onlinebankextract: " account-record-count
               " accounts, " posting-record-count " postings, "
               closure-record-count " closures sent"
           perform write-run-log-end
           .

       rewrite-sent-list.
       *> Second pass: replace OLBSENT with tonight's list, so the
       *> next extract matches against what the vendor now holds.
           close sent-carry-file
           open input sent-carry-file
           open output sent-list-file
           move spaces to ws-sent-status
           perform read-next-carried-entry
           perform copy-carried-entry until ws-sent-status = "10"
           close sent-list-file
           close sent-carry-file
           .

       read-next-carried-entry.
           read sent-carry-file
               at end move "10" to ws-sent-status
               not at end move sent-carry-record to sent-list-record
           end-read
           .

       copy-carried-entry.
           write sent-list-record
           perform read-next-carried-entry
           .

       print-register-totals.
           move spaces to register-line
           write register-line
           move "JOURNAL LINES IN WINDOW" to rcl-label
           move journal-window-count to rcl-count
           perform print-count-line
           move "HEADER RECORDS (1)" to rcl-label
           if extract-not-found
               move zero to rcl-count
           else
               move 1 to rcl-count
           end-if
           perform print-count-line
           move "ACCOUNT RECORDS (2)" to rcl-label
           move account-record-count to rcl-count
           perform print-count-line
           move "POSTING RECORDS (3)" to rcl-label
           move posting-record-count to rcl-count
           perform print-count-line
           move "CLOSURE RECORDS (4)" to rcl-label
           move closure-record-count to rcl-count
           perform print-count-line
           move "  CLOSED ON MASTER" to rcl-label
           move closed-closure-count to rcl-count
           perform print-count-line
           move "  PURGED FROM MASTER" to rcl-label
           move purged-closure-count to rcl-count
           perform print-count-line
           move "TRAILER RECORDS (9)" to rcl-label
           if extract-not-found
               move zero to rcl-count
           else
               move 1 to rcl-count
           end-if
           perform print-count-line
           move "CLOSED ACCOUNTS NOT SENT" to rcl-label
           move closed-skipped-count to rcl-count
           perform print-count-line
           move account-hash-total to rhl-hash
           move register-hash-line to register-line
           write register-line
           move "LEDGER BALANCE TOTAL" to rtl-label
           move ledger-balance-total to rtl-amount
           move register-total-line to register-line
           write register-line
           move "POSTING AMOUNT TOTAL" to rtl-label
           move posting-amount-total to rtl-amount
           move register-total-line to register-line
           write register-line
           .

       print-count-line.
           move register-count-line to register-line
           write register-line
           .

       write-run-log-end.
           move "END" to rll-event-type
           move account-record-count to rll-processed-count
           move closure-record-count to rll-rejected-count
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
           move "ONLINEBANKEXTRACT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program OnlineBankExtract.
