       identification division.

       program-id. CustomerAlerts.

       environment division.
       input-output section.
       file-control.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
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
           select alert-history-file assign to "ALERTHST"
               organization indexed
               access dynamic
               record key is alh-alert-id
               file status is ws-history-status.
           select alert-response-file assign to "ALERTRSP"
               organization line sequential
               file status is ws-response-status.
           select alert-feed-file assign to "ALERTFD"
               organization line sequential
               file status is ws-feed-status.
           select sort-work-file assign to "ALRSRTW".
           select alert-register-file assign to "ALERTREG"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  alert-history-file.
           copy "AlertHistoryRecord.cpy".

       fd  alert-response-file.
           copy "AlertResponseRecord.cpy".

       fd  alert-feed-file.
           copy "AlertFeedRecord.cpy".

       sd  sort-work-file.
       01  sort-record.
           05  srt-account-number   pic 9(8).
           05  srt-timestamp        pic x(26).
           05  srt-posting-type     pic x(2).
           05  srt-signed-amount    pic s9(7)v99.

       fd  alert-register-file.
       01  register-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-master-status           pic xx.
           88 master-not-found       value "35".
       01 ws-customer-status         pic xx.
           88 customers-not-found    value "35".
       01 ws-history-status          pic xx.
       01 ws-response-status         pic xx.
           88 end-of-responses       value "10".
           88 responses-not-found    value "35".
       01 ws-feed-status             pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "CUSTOMERALERTS".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       01 ws-log-return-code         pic 9(2) value 0.
       copy "ReportHeader.cpy".
       01 ws-today                   pic 9(8).
       01 ws-created-timestamp       pic x(26).

       01 ws-more-sorted-records     pic x(1) value "Y".
           88 end-of-sorted-postings value "N".
       01 ws-raise-flag              pic x(1) value "Y".
           88 alerts-may-be-raised   value "Y".
           88 alerts-already-raised  value "N".
       01 ws-customer-file-flag      pic x(1) value "N".
           88 customer-file-open     value "Y".
       01 current-account            pic 9(8).
       01 ws-account-flag            pic x(1).
           88 account-on-file        value "Y".
           88 account-not-on-file    value "N".
       01 ws-debit-flag              pic x(1).
           88 debit-seen-today       value "Y".
       01 ws-owner-flag              pic x(1).
           88 owner-registered       value "Y".
           88 owner-not-registered   value "N".
       01 alert-owner-id             pic x(10).
       01 alert-type                 pic x(2).
       01 alert-amount               pic s9(9)v99.
       01 alert-sequence             pic 9(6) value 0.
       01 ws-posting-magnitude       pic 9(7)v99.
       01 ws-suppress-reason         pic x(20).

       01 postings-read-count        pic 9(7) value 0.
       01 alerts-sent-count          pic 9(7) value 0.
       01 alerts-suppressed-count    pic 9(7) value 0.
       01 responses-read-count       pic 9(7) value 0.
       01 delivered-count            pic 9(7) value 0.
       01 bounced-count              pic 9(7) value 0.
       01 unmatched-count            pic 9(7) value 0.
       01 already-applied-count      pic 9(7) value 0.
       01 suppressed-deceased-count  pic 9(7) value 0.
       01 suppressed-bounced-count   pic 9(7) value 0.
       01 suppressed-no-contact-count pic 9(7) value 0.
       01 feed-amount-total          pic s9(11)v99 value 0.
       01 feed-account-hash          pic 9(15) value 0.

       01 alert-type-table.
      *> The four alert types the feed carries, with tonight's
      *> counts for the register.
           05 filler pic x(20) value "LBLOW BALANCE".
           05 filler pic x(20) value "LWLARGE WITHDRAWAL".
           05 filler pic x(20) value "NFNSF FEE".
           05 filler pic x(20) value "OAOVERDRAFT ADVANCE".
       01 alert-type-entries redefines alert-type-table.
           05 alert-type-entry occurs 4 times.
               10 att-code           pic x(2).
               10 att-description    pic x(18).
       01 alert-type-totals.
           05 alert-type-total occurs 4 times.
               10 att-sent-count     pic 9(7).
               10 att-suppressed-count pic 9(7).
               10 att-sent-amount    pic s9(11)v99.
       01 type-sub                   pic 9(1).

       01 section-heading-line       pic x(80).

       01 count-line.
           05 filler             pic x(2) value spaces.
           05 cnl-label          pic x(40).
           05 cnl-count          pic z(6)9.

       01 bounce-detail-line.
           05 filler             pic x(4) value spaces.
           05 bdl-alert-id       pic 9(14).
           05 filler             pic x(1) value space.
           05 bdl-owner-id       pic x(10).
           05 filler             pic x(1) value space.
           05 bdl-contact        pic x(25).
           05 filler             pic x(1) value space.
           05 bdl-reason         pic x(24).

       01 type-column-line.
           05 filler             pic x(40) value
               "  ALERT TYPE                SENT SUPPRES".
           05 filler             pic x(40) value
               "SED     AMOUNT SENT".

       01 type-detail-line.
           05 filler             pic x(2) value spaces.
           05 tdl-code           pic x(2).
           05 filler             pic x(1) value space.
           05 tdl-description    pic x(18).
           05 filler             pic x(2) value spaces.
           05 tdl-sent           pic z(6)9.
           05 filler             pic x(4) value spaces.
           05 tdl-suppressed     pic z(6)9.
           05 filler             pic x(2) value spaces.
           05 tdl-amount         pic z(10)9.99-.

       procedure division.
       *> Nightly activity alerts, run once posting is finished. The
       *> vendor's responses to earlier feeds are applied first:
       *> each sent alert on ALERTHST is marked delivered or bounced,
       *> and a bounce flags the owner's alert contact so nothing
       *> more is sent to it until maintenance changes it. Then the
       *> day's PSTJRNL, sorted by account, is checked against the
       *> preferences of each owner of the account: NSF fees,
       *> overdraft-line advances, single withdrawals at or over the
       *> owner's large-withdrawal amount, and -- once per account
       *> for a day with debits -- a closing ledger balance under the
       *> owner's low-balance threshold. Each alert goes on the
       *> ALERTFD feed under header and trailer control totals and on
       *> ALERTHST; one held back -- deceased owner, bounced or
       *> missing contact -- goes on ALERTHST only. The register
       *> shows alerts sent, failed and suppressed.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform apply-vendor-responses
               if alerts-may-be-raised
                   perform raise-tonights-alerts
               end-if
               perform terminate-run
           else
               display "customeralerts: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           initialize alert-type-totals
           open output alert-register-file
           perform print-report-header
           open i-o alert-history-file
           if ws-history-status = "35"
               *> first alert run ever -- create the history file
               open output alert-history-file
               close alert-history-file
               open i-o alert-history-file
           end-if
           perform check-tonights-alerts
           open i-o customer-master-file
           if customers-not-found
               display "customeralerts: CUSTMSTR missing -- no"
                   " alert preferences to act on"
               move 4 to ws-log-return-code
           else
               set customer-file-open to true
           end-if
           .

       print-report-header.
           move "CUSTOMER ALERT REGISTER" to rh-report-title
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
           .

       check-tonights-alerts.
       *> A rerun must not send tonight's alerts a second time --
       *> if ALERTHST already holds any alert dated today, the feed
       *> already cut stands and only responses are applied.
           move ws-today to alh-alert-date
           move zero to alh-alert-sequence
           start alert-history-file key is greater than or equal to
               alh-alert-id
               invalid key move "10" to ws-history-status
           end-start
           if ws-history-status not = "10"
               read alert-history-file next record
                   at end move "10" to ws-history-status
                   not at end
                       if alh-alert-date = ws-today
                           set alerts-already-raised to true
                       end-if
               end-read
           end-if
           move "00" to ws-history-status
           if alerts-already-raised
               display "customeralerts: alerts for " ws-today
                   " already raised -- not raised again"
               move 8 to ws-log-return-code
           end-if
           .

       apply-vendor-responses.
           move "VENDOR RESPONSES APPLIED" to section-heading-line
           move section-heading-line to register-line
           write register-line
           open input alert-response-file
           if responses-not-found
               display "customeralerts: no ALERTRSP response file"
                   " tonight"
           else
               perform read-next-response
               perform apply-one-response until end-of-responses
               close alert-response-file
           end-if
           move "DELIVERED" to cnl-label
           move delivered-count to cnl-count
           move count-line to register-line
           write register-line
           move "BOUNCED -- FAILED" to cnl-label
           move bounced-count to cnl-count
           move count-line to register-line
           write register-line
           move "ALREADY APPLIED ON AN EARLIER RUN" to cnl-label
           move already-applied-count to cnl-count
           move count-line to register-line
           write register-line
           move "NOT ON ALERT HISTORY" to cnl-label
           move unmatched-count to cnl-count
           move count-line to register-line
           write register-line
           move spaces to register-line
           write register-line
           if unmatched-count > zero and ws-log-return-code < 4
               move 4 to ws-log-return-code
           end-if
           .

       read-next-response.
           read alert-response-file
               at end set end-of-responses to true
           end-read
           .

       apply-one-response.
           add 1 to responses-read-count
           move alr-alert-id to alh-alert-id
           read alert-history-file
               invalid key
                   add 1 to unmatched-count
               not invalid key
                   if alh-sent
                       perform record-response
                   else
                       add 1 to already-applied-count
                   end-if
           end-read
           perform read-next-response
           .

       record-response.
           move ws-today to alh-response-date
           move alr-reason to alh-response-reason
           if alr-bounced
               set alh-bounced to true
               add 1 to bounced-count
               move alh-alert-id to bdl-alert-id
               move alh-owner-id to bdl-owner-id
               move alh-contact to bdl-contact
               move alr-reason to bdl-reason
               move bounce-detail-line to register-line
               write register-line
               perform flag-bounced-contact
           else
               set alh-delivered to true
               add 1 to delivered-count
           end-if
           rewrite alert-history-record
           .

       flag-bounced-contact.
       *> Only when the owner still has the contact that bounced --
       *> a contact changed since the alert went out is a new one.
           if customer-file-open
               move alh-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       if cust-alert-contact = alh-contact
                           and not cust-alert-contact-bounced
                           set cust-alert-contact-bounced to true
                           move ws-today to cust-alert-bounce-date
                           rewrite customer-record
                       end-if
               end-read
           end-if
           .

       raise-tonights-alerts.
           open output alert-feed-file
           move spaces to alert-feed-record
           set alf-header-record to true
           move ws-today to alf-business-date
           move function current-date to ws-created-timestamp
           move ws-created-timestamp(1:14) to alf-created-timestamp
           write alert-feed-record
           open input account-master-file
           if master-not-found
               display "customeralerts: ACCTMSTR missing -- no"
                   " alerts raised"
               move 8 to ws-log-return-code
           else
               if customer-file-open
                   sort sort-work-file on ascending key
                                           srt-account-number
                                           srt-timestamp
                       input procedure is release-todays-postings
                       output procedure is check-account-postings
               end-if
               close account-master-file
           end-if
           move spaces to alert-feed-record
           set alf-trailer-record to true
           move alerts-sent-count to alf-detail-count
           move feed-amount-total to alf-amount-total
           move feed-account-hash to alf-account-hash
           write alert-feed-record
           close alert-feed-file
           perform print-alert-summary
           .

       release-todays-postings.
           open input posting-journal-file
           if journal-not-found
               display "customeralerts: PSTJRNL missing -- no"
                   " postings to check"
               move 4 to ws-log-return-code
           else
               perform read-next-journal
               perform release-one-posting until end-of-journal
               close posting-journal-file
           end-if
           .

       read-next-journal.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       release-one-posting.
           if pjl-timestamp(1:8) = ws-today
               add 1 to postings-read-count
               move pjl-account-number to srt-account-number
               move pjl-timestamp to srt-timestamp
               move pjl-posting-type to srt-posting-type
               move pjl-signed-amount to srt-signed-amount
               release sort-record
           end-if
           perform read-next-journal
           .

       check-account-postings.
           perform return-next-sorted-posting
           perform check-one-account until end-of-sorted-postings
           .

       return-next-sorted-posting.
           return sort-work-file
               at end move "N" to ws-more-sorted-records
           end-return
           .

       check-one-account.
           move srt-account-number to current-account
           move "N" to ws-debit-flag
           move current-account to account-number
           set account-on-file to true
           read account-master-file
               invalid key
                   set account-not-on-file to true
           end-read
           perform check-one-posting
               until end-of-sorted-postings
                   or srt-account-number not = current-account
           if account-on-file and debit-seen-today
               move owner-primary-id to alert-owner-id
               perform check-low-balance
               if owner-secondary-id not = owner-primary-id
                   move owner-secondary-id to alert-owner-id
                   perform check-low-balance
               end-if
           end-if
           .

       check-one-posting.
           if srt-signed-amount < zero
               move "Y" to ws-debit-flag
           end-if
           if account-on-file
               move owner-primary-id to alert-owner-id
               perform check-posting-for-owner
               if owner-secondary-id not = owner-primary-id
                   move owner-secondary-id to alert-owner-id
                   perform check-posting-for-owner
               end-if
           end-if
           perform return-next-sorted-posting
           .

       load-alert-owner.
           set owner-not-registered to true
           if alert-owner-id not = spaces
               move alert-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       if cust-alerts-wanted
                           set owner-registered to true
                       end-if
               end-read
           end-if
           .

       check-posting-for-owner.
           perform load-alert-owner
           if owner-registered
               move srt-signed-amount to alert-amount
               evaluate true
                   when srt-posting-type = "NF"
                       and cust-alert-on-nsf
                       move "NF" to alert-type
                       perform raise-alert
                   when srt-posting-type = "OA"
                       and cust-alert-on-od-advance
                       move "OA" to alert-type
                       perform raise-alert
                   when (srt-posting-type = "WD" or "TD" or "CK")
                       and srt-signed-amount < zero
                       perform check-large-withdrawal
               end-evaluate
           end-if
           .

       check-large-withdrawal.
           if cust-alert-large-debit numeric
               and cust-alert-large-debit > zero
               compute ws-posting-magnitude = 0 - srt-signed-amount
               if ws-posting-magnitude >= cust-alert-large-debit
                   move "LW" to alert-type
                   perform raise-alert
               end-if
           end-if
           .

       check-low-balance.
       *> The closing balance is the master's after the night's
       *> posting.
           perform load-alert-owner
           if owner-registered
               and cust-alert-low-balance numeric
               and cust-alert-low-balance > zero
               and balance < cust-alert-low-balance
               move "LB" to alert-type
               move balance to alert-amount
               perform raise-alert
           end-if
           .

       raise-alert.
           add 1 to alert-sequence
           move spaces to alert-history-record
           move ws-today to alh-alert-date
           move alert-sequence to alh-alert-sequence
           move alert-owner-id to alh-owner-id
           move current-account to alh-account-number
           move alert-type to alh-alert-type
           move alert-amount to alh-amount
           move cust-alert-channel to alh-channel
           move cust-alert-contact to alh-contact
           move zero to alh-response-date
           move spaces to ws-suppress-reason
           evaluate true
               when cust-is-deceased
                   move "OWNER DECEASED" to ws-suppress-reason
                   add 1 to suppressed-deceased-count
               when cust-alert-contact = spaces
                   move "NO CONTACT ON FILE" to ws-suppress-reason
                   add 1 to suppressed-no-contact-count
               when cust-alert-contact-bounced
                   move "CONTACT BOUNCED" to ws-suppress-reason
                   add 1 to suppressed-bounced-count
           end-evaluate
           perform find-alert-type
           if ws-suppress-reason = spaces
               set alh-sent to true
               perform write-feed-detail
               add 1 to alerts-sent-count
               add 1 to att-sent-count(type-sub)
               add alert-amount to att-sent-amount(type-sub)
           else
               set alh-suppressed to true
               move ws-suppress-reason to alh-suppress-reason
               add 1 to alerts-suppressed-count
               add 1 to att-suppressed-count(type-sub)
           end-if
           write alert-history-record
               invalid key
                   display "customeralerts: alert " alh-alert-id
                       " already on ALERTHST"
           end-write
           .

       find-alert-type.
           move 1 to type-sub
           perform step-alert-type
               until type-sub = 4 or att-code(type-sub) = alert-type
           .

       step-alert-type.
           add 1 to type-sub
           .

       write-feed-detail.
           move spaces to alert-feed-record
           set alf-detail-record to true
           move alh-alert-id to alf-alert-id
           move alert-owner-id to alf-owner-id
           move cust-alert-channel to alf-channel
           move cust-alert-contact to alf-contact
           move current-account to alf-account-number
           move alert-type to alf-alert-type
           move alert-amount to alf-amount
           write alert-feed-record
           add alert-amount to feed-amount-total
           add current-account to feed-account-hash
           .

       print-alert-summary.
           move "ALERTS RAISED TONIGHT" to section-heading-line
           move section-heading-line to register-line
           write register-line
           move type-column-line to register-line
           write register-line
           perform print-alert-type
               varying type-sub from 1 by 1 until type-sub > 4
           move spaces to register-line
           write register-line
           move "SUPPRESSED BY REASON" to section-heading-line
           move section-heading-line to register-line
           write register-line
           move "OWNER DECEASED" to cnl-label
           move suppressed-deceased-count to cnl-count
           move count-line to register-line
           write register-line
           move "CONTACT BOUNCED" to cnl-label
           move suppressed-bounced-count to cnl-count
           move count-line to register-line
           write register-line
           move "NO CONTACT ON FILE" to cnl-label
           move suppressed-no-contact-count to cnl-count
           move count-line to register-line
           write register-line
           move spaces to register-line
           write register-line
           .

       print-alert-type.
           move att-code(type-sub) to tdl-code
           move att-description(type-sub) to tdl-description
           move att-sent-count(type-sub) to tdl-sent
           move att-suppressed-count(type-sub) to tdl-suppressed
           move att-sent-amount(type-sub) to tdl-amount
           move type-detail-line to register-line
           write register-line
           .

       terminate-run.
           move "RUN TOTALS" to section-heading-line
           move section-heading-line to register-line
           write register-line
           move "POSTINGS CHECKED" to cnl-label
           move postings-read-count to cnl-count
           move count-line to register-line
           write register-line
           move "ALERTS SENT" to cnl-label
           move alerts-sent-count to cnl-count
           move count-line to register-line
           write register-line
           move "ALERTS FAILED (VENDOR BOUNCES)" to cnl-label
           move bounced-count to cnl-count
           move count-line to register-line
           write register-line
           move "ALERTS SUPPRESSED" to cnl-label
           move alerts-suppressed-count to cnl-count
           move count-line to register-line
           write register-line
           close alert-register-file
           close alert-history-file
           if customer-file-open
               close customer-master-file
           end-if
           display "customeralerts: " alerts-sent-count " sent, "
               alerts-suppressed-count " suppressed, "
               bounced-count " bounced"
           move ws-log-return-code to return-code
           perform write-run-log-end
           .

       check-window-sequence.
       *> Alerts describe the day's finished posting, so the run
       *> waits behind the master sweep.
           call "WindowSequencer" using ws-sequencer-step
               ws-sequencer-rc
           .

       write-run-log-end.
           move "END" to rll-event-type
           move postings-read-count to rll-processed-count
           move alerts-suppressed-count to rll-rejected-count
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
           move "CUSTOMERALERTS" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program CustomerAlerts.
