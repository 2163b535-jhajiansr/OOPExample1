       identification division.

       program-id. IntegrityAudit.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select standing-order-file assign to "STORDERS"
               organization indexed
               access dynamic
               record key is so-order-number
               file status is ws-order-status.
           select payee-master-file assign to "PAYEES"
               organization indexed
               access dynamic
               record key is pay-payee-id
               file status is ws-payee-status.
           select legal-order-file assign to "LEGALORD"
               organization indexed
               access dynamic
               record key is lgo-order-ref
               file status is ws-legal-status.
           select holds-file assign to "HOLDS"
               organization line sequential
               file status is ws-holds-status.
           select override-file assign to "ACCTOVRD"
               organization line sequential
               file status is ws-override-status.
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
           select amount-sort-file assign to "INTSRTA".
           select break-work-file assign to "INTBRKW"
               organization line sequential
               file status is ws-break-work-status.
           select break-sort-file assign to "INTSRTB".
           select integrity-report-file assign to "INTGRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  standing-order-file.
           copy "StandingOrderRecord.cpy".

       fd  payee-master-file.
           copy "PayeeRecord.cpy".

       fd  legal-order-file.
           copy "LegalOrderRecord.cpy".

       fd  holds-file.
           copy "HoldRecord.cpy".

       fd  override-file.
           copy "OverrideRecord.cpy".

       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       sd  amount-sort-file.
       01  amount-sort-record.
           05  asr-account-number   pic 9(8).
           05  asr-kind             pic x(1).
               88  asr-master-figures   value "A".
               88  asr-open-hold        value "H".
               88  asr-open-legal-order value "L".
           05  asr-amount           pic s9(9)v99.
           05  asr-held-amount      pic s9(9)v99.
           05  asr-fenced-amount    pic s9(9)v99.
           05  asr-account-status   pic x(1).
           05  asr-reference        pic x(20).

       fd  break-work-file.
       01  break-work-record.
           05  bwr-break-type       pic x(30).
           05  bwr-file-name        pic x(8).
           05  bwr-record-key       pic x(20).
           05  bwr-account-number   pic 9(8).
           05  bwr-detail           pic x(40).

       sd  break-sort-file.
       01  break-sort-record.
           05  bsr-break-type       pic x(30).
           05  bsr-file-name        pic x(8).
           05  bsr-record-key       pic x(20).
           05  bsr-account-number   pic 9(8).
           05  bsr-detail           pic x(40).

       fd  integrity-report-file.
       01  report-line pic x(132).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
           88 master-not-found       value "35".
       01 ws-order-status            pic xx.
           88 orders-not-found       value "35".
       01 ws-payee-status            pic xx.
           88 payees-not-found       value "35".
       01 ws-legal-status            pic xx.
           88 legal-orders-not-found value "35".
       01 ws-holds-status            pic xx.
           88 end-of-holds           value "10".
           88 holds-not-found        value "35".
       01 ws-override-status         pic xx.
           88 end-of-overrides       value "10".
           88 overrides-not-found    value "35".
       01 ws-owner-index-status      pic xx.
           88 owner-index-not-found  value "35".
       01 ws-customer-status         pic xx.
           88 customer-master-missing value "35".
       01 ws-break-work-status       pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-sequencer-step          pic x(18) value "INTEGRITYAUDIT".
       01 ws-sequencer-rc            pic 9(2) value 0.
           88 window-sequence-ok     value 0.
       copy "ReportHeader.cpy".

       01 ws-today                   pic 9(8).
       01 ws-walk-status             pic xx.
           88 end-of-walk            value "10".
       01 ws-more-amount-lines       pic x(1) value "Y".
           88 end-of-amount-lines    value "N".
       01 ws-more-break-lines        pic x(1) value "Y".
           88 end-of-break-lines     value "N".

       01 ws-lookup-account          pic 9(8).
       01 ws-lookup-result           pic x(1).
           88 lookup-account-found   value "F".
           88 lookup-account-closed  value "C".
           88 lookup-account-missing value "M".
       01 ws-lookup-owner-primary    pic x(10).
       01 ws-lookup-owner-secondary  pic x(10).
       01 ws-lookup-owner-id         pic x(10).
       01 ws-lookup-flag             pic x(1).
           88 lookup-on-file         value "Y".
           88 lookup-not-on-file     value "N".
       01 ws-payee-numeric           pic 9(6).

       01 current-account-number     pic 9(8).
       01 account-figures.
           05 acf-master-seen        pic x(1).
               88 acf-on-master      value "Y".
           05 acf-account-status     pic x(1).
           05 acf-held-amount        pic s9(9)v99.
           05 acf-fenced-amount      pic s9(9)v99.
           05 acf-hold-total         pic s9(9)v99.
           05 acf-legal-total        pic s9(9)v99.
           05 acf-hold-count         pic 9(5).
           05 acf-legal-count        pic 9(5).

       01 amount-break-detail.
           05 filler             pic x(4) value "SUM ".
           05 abd-file-total     pic -(7)9.99.
           05 filler             pic x(8) value " MASTER ".
           05 abd-master-amount  pic -(7)9.99.

       01 current-break-type         pic x(30).
       01 type-break-count           pic 9(7).

       01 checked-counts.
           05 accounts-checked       pic 9(7) value 0.
           05 orders-checked         pic 9(7) value 0.
           05 payees-checked         pic 9(7) value 0.
           05 legal-orders-checked   pic 9(7) value 0.
           05 holds-checked          pic 9(7) value 0.
           05 overrides-checked      pic 9(7) value 0.
           05 index-entries-checked  pic 9(7) value 0.
           05 customers-checked      pic 9(7) value 0.
       01 break-count                pic 9(7) value 0.
       01 amount-break-count         pic 9(7) value 0.

       01 break-type-heading.
           05 filler             pic x(12) value "BREAK TYPE: ".
           05 bth-break-type     pic x(30).

       01 break-column-heading.
           05 filler             pic x(40) value
               "  FILE      RECORD                ACCOUN".
           05 filler             pic x(40) value
               "T  DETAIL".

       01 break-detail-line.
           05 filler             pic x(2) value spaces.
           05 bdl-file-name      pic x(8).
           05 filler             pic x(2) value spaces.
           05 bdl-record-key     pic x(20).
           05 filler             pic x(1) value space.
           05 bdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 bdl-detail         pic x(40).

       01 break-type-total-line.
           05 filler             pic x(2) value spaces.
           05 btl-count          pic z(6)9.
           05 filler             pic x(8) value " BREAKS".

       01 checked-line.
           05 ckl-label          pic x(20).
           05 ckl-count          pic z(6)9.

       01 break-summary-line.
           05 filler             pic x(14) value "TOTAL BREAKS: ".
           05 bsl-breaks         pic z(6)9.
           05 filler             pic x(24) value
               "   OF WHICH AMOUNT:     ".
           05 bsl-amount-breaks  pic z(6)9.

       01 clean-files-line pic x(60) value
           "NO INTEGRITY BREAKS -- SATELLITE FILES AGREE WITH MASTER".

       procedure division.
       *> Weekly cross-file integrity audit. The account master audit
       *> proves ACCTMSTR against itself; this proves the files that
       *> hang off it. Standing orders, payees, legal orders, holds,
       *> account overrides, the owner index and the customer master
       *> are each walked and every reference they make is resolved:
       *> an account missing from ACCTMSTR (purged, or merged away by
       *> renumbering) or closed there, a payee missing or cancelled,
       *> an owner missing from CUSTMSTR, an index entry the account
       *> itself does not name. The summed open HOLDS and the open
       *> LEGALORD balances are then carried through one sort by
       *> account against each master's avl-held-amount and
       *> lgl-fenced-amount. Breaks go to a work file and come out
       *> on INTGRPT grouped by type with the records involved.
       *> Return code 0 is clean, 4 means reference breaks only, and
       *> 8 means an account's held or fenced figure disagrees with
       *> the files behind it -- money the posting runs would
       *> withhold wrongly -- which the window sequencer treats as a
       *> step that did not complete.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               if master-not-found
                   display "integrityaudit: ACCTMSTR missing --"
                       " nothing to audit against"
                   move 8 to ws-log-return-code
               else
                   perform audit-satellite-references
                   sort amount-sort-file
                       on ascending key asr-account-number
                                        asr-kind
                       input procedure is release-account-amounts
                       output procedure is compare-account-amounts
               end-if
               close break-work-file
               sort break-sort-file
                   on ascending key bsr-break-type
                                    bsr-file-name
                                    bsr-record-key
                   using break-work-file
                   output procedure is print-breaks-by-type
               perform terminate-run
           else
               display "integrityaudit: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
               perform write-run-log-end
           end-if
           stop run
           .

       check-window-sequence.
       *> The audit reads the master the sweep has settled, so it
       *> waits behind the master sweep like the other readers.
           call "WindowSequencer" using ws-sequencer-step
               ws-sequencer-rc
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           open input account-master-file
           open input owner-index-file
           open input customer-master-file
           open output break-work-file
           open output integrity-report-file
           perform print-report-header
           .

       print-report-header.
           move "CROSS-FILE INTEGRITY AUDIT" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to report-line
           write report-line
           .

       audit-satellite-references.
           perform audit-payees
           perform audit-standing-orders
           perform audit-overrides
           perform audit-owner-index
           perform audit-customers
           .

       look-up-account.
       *> Random read of the account a satellite record names, with
       *> the owner ids kept for the index check.
           move ws-lookup-account to account-number
           read account-master-file
               invalid key
                   set lookup-account-missing to true
               not invalid key
                   move owner-primary-id to ws-lookup-owner-primary
                   move owner-secondary-id
                       to ws-lookup-owner-secondary
                   if account-closed
                       set lookup-account-closed to true
                   else
                       set lookup-account-found to true
                   end-if
           end-read
           .

       look-up-customer.
           set lookup-on-file to true
           if customer-master-missing
               set lookup-not-on-file to true
           else
               move ws-lookup-owner-id to cust-owner-id
               read customer-master-file
                   invalid key set lookup-not-on-file to true
               end-read
           end-if
           .

       look-up-index-entry.
           set lookup-on-file to true
           if owner-index-not-found
               set lookup-not-on-file to true
           else
               move ws-lookup-owner-id to xrf-owner-id
               move ws-lookup-account to xrf-account-number
               read owner-index-file
                   invalid key set lookup-not-on-file to true
               end-read
           end-if
           .

       write-break.
           write break-work-record
           add 1 to break-count
           .

       audit-standing-orders.
       *> Cancelled orders are history and reference nothing live;
       *> active and suspended orders must still draw on an open
       *> account and pay an open account or a live payee.
           open input standing-order-file
           if orders-not-found
               display "integrityaudit: STORDERS missing -- orders"
                   " not checked"
           else
               move zero to so-order-number
               move "00" to ws-walk-status
               start standing-order-file key is greater than
                   or equal to so-order-number
                   invalid key move "10" to ws-walk-status
               end-start
               perform check-next-order until end-of-walk
               close standing-order-file
           end-if
           .

       check-next-order.
           read standing-order-file next record
               at end move "10" to ws-walk-status
               not at end
                   add 1 to orders-checked
                   if not so-order-cancelled
                       perform check-order-references
                   end-if
           end-read
           .

       check-order-references.
           move spaces to break-work-record
           move "STORDERS" to bwr-file-name
           move so-order-number to bwr-record-key
           move so-from-account to ws-lookup-account
           move so-from-account to bwr-account-number
           perform look-up-account
           evaluate true
               when lookup-account-missing
                   move "ORDER FROM MISSING ACCOUNT" to bwr-break-type
                   perform write-break
               when lookup-account-closed
                   move "ORDER FROM CLOSED ACCOUNT" to bwr-break-type
                   perform write-break
               when other
                   continue
           end-evaluate
           move zero to ws-payee-numeric
           if so-payee-id numeric
               move so-payee-id to ws-payee-numeric
           end-if
           if ws-payee-numeric = zero
               perform check-order-to-account
           else
               perform check-order-payee
           end-if
           .

       check-order-to-account.
           move so-to-account to ws-lookup-account
           move so-to-account to bwr-account-number
           perform look-up-account
           evaluate true
               when lookup-account-missing
                   move "ORDER TO MISSING ACCOUNT" to bwr-break-type
                   perform write-break
               when lookup-account-closed
                   move "ORDER TO CLOSED ACCOUNT" to bwr-break-type
                   perform write-break
               when other
                   continue
           end-evaluate
           .

       check-order-payee.
           move so-from-account to bwr-account-number
           move spaces to bwr-detail
           string "PAYEE " ws-payee-numeric
               delimited by size into bwr-detail
           if payees-not-found
               move "ORDER TO MISSING PAYEE" to bwr-break-type
               perform write-break
           else
               move ws-payee-numeric to pay-payee-id
               read payee-master-file
                   invalid key
                       move "ORDER TO MISSING PAYEE" to bwr-break-type
                       perform write-break
                   not invalid key
                       if pay-payee-cancelled
                           move "ORDER TO CANCELLED PAYEE"
                               to bwr-break-type
                           perform write-break
                       end-if
               end-read
           end-if
           .

       audit-payees.
       *> Left open after the walk so the standing-order check can
       *> resolve payee ids -- the walk itself only proves each
       *> payee carries a status the origination run understands.
           open input payee-master-file
           if payees-not-found
               display "integrityaudit: PAYEES missing -- payees"
                   " not checked"
           else
               move zero to pay-payee-id
               move "00" to ws-walk-status
               start payee-master-file key is greater than
                   or equal to pay-payee-id
                   invalid key move "10" to ws-walk-status
               end-start
               perform check-next-payee until end-of-walk
           end-if
           .

       check-next-payee.
           read payee-master-file next record
               at end move "10" to ws-walk-status
               not at end
                   add 1 to payees-checked
                   if not pay-payee-active
                       and not pay-payee-cancelled
                       and not pay-payee-suspended
                       move spaces to break-work-record
                       move "PAYEE STATUS UNKNOWN" to bwr-break-type
                       move "PAYEES" to bwr-file-name
                       move pay-payee-id to bwr-record-key
                       move zero to bwr-account-number
                       move pay-payee-status to bwr-detail
                       perform write-break
                   end-if
           end-read
           .

       audit-overrides.
       *> A negotiated exception on an account that is gone or
       *> closed is dead weight the next time the number is reused.
           open input override-file
           if overrides-not-found
               display "integrityaudit: ACCTOVRD missing -- overrides"
                   " not checked"
           else
               perform read-next-override
               perform check-override until end-of-overrides
               close override-file
           end-if
           .

       read-next-override.
           read override-file
               at end set end-of-overrides to true
           end-read
           .

       check-override.
           add 1 to overrides-checked
           move spaces to break-work-record
           move "ACCTOVRD" to bwr-file-name
           move ovr-parameter-key to bwr-record-key
           move ovr-account-number to bwr-account-number
           move ovr-account-number to ws-lookup-account
           perform look-up-account
           evaluate true
               when lookup-account-missing
                   move "OVERRIDE ON MISSING ACCOUNT" to bwr-break-type
                   perform write-break
               when lookup-account-closed
                   move "OVERRIDE ON CLOSED ACCOUNT" to bwr-break-type
                   perform write-break
               when other
                   continue
           end-evaluate
           perform read-next-override
           .

       audit-owner-index.
       *> Every index entry must name a live master record that
       *> carries the owner in the role the entry claims, and an
       *> owner the customer master knows.
           if owner-index-not-found
               display "integrityaudit: OWNERIDX missing -- index not"
                   " checked"
           else
               move low-values to xrf-key
               move "00" to ws-walk-status
               start owner-index-file key is greater than
                   or equal to xrf-key
                   invalid key move "10" to ws-walk-status
               end-start
               perform check-next-index-entry until end-of-walk
           end-if
           .

       check-next-index-entry.
           read owner-index-file next record
               at end move "10" to ws-walk-status
               not at end
                   add 1 to index-entries-checked
                   perform check-index-entry
           end-read
           .

       check-index-entry.
           move spaces to break-work-record
           move "OWNERIDX" to bwr-file-name
           move xrf-owner-id to bwr-record-key
           move xrf-account-number to bwr-account-number
           move xrf-account-number to ws-lookup-account
           perform look-up-account
           if lookup-account-missing
               move "INDEX ON MISSING ACCOUNT" to bwr-break-type
               perform write-break
           else
               evaluate true
                   when xrf-role-primary
                       and ws-lookup-owner-primary = xrf-owner-id
                       continue
                   when xrf-role-secondary
                       and ws-lookup-owner-secondary = xrf-owner-id
                       continue
                   when other
                       move "INDEX OWNER NOT ON ACCOUNT"
                           to bwr-break-type
                       move spaces to bwr-detail
                       string "ROLE " xrf-owner-role
                           delimited by size into bwr-detail
                       perform write-break
               end-evaluate
           end-if
           move xrf-owner-id to ws-lookup-owner-id
           perform look-up-customer
           if lookup-not-on-file
               move spaces to bwr-detail
               move "INDEX OWNER NOT IN CUSTMSTR" to bwr-break-type
               perform write-break
           end-if
           .

       audit-customers.
       *> A customer the index links to no account at all is left
       *> behind by a purge or a failed owner change.
           if customer-master-missing
               display "integrityaudit: CUSTMSTR missing -- customers"
                   " not checked"
           else
               move low-values to cust-owner-id
               move "00" to ws-walk-status
               start customer-master-file key is greater than
                   or equal to cust-owner-id
                   invalid key move "10" to ws-walk-status
               end-start
               perform check-next-customer until end-of-walk
           end-if
           .

       check-next-customer.
           read customer-master-file next record
               at end move "10" to ws-walk-status
               not at end
                   add 1 to customers-checked
                   perform check-customer-holds-account
           end-read
           .

       check-customer-holds-account.
           set lookup-on-file to true
           if owner-index-not-found
               set lookup-not-on-file to true
           else
               move cust-owner-id to xrf-owner-id
               move zero to xrf-account-number
               start owner-index-file key is greater than
                   or equal to xrf-key
                   invalid key set lookup-not-on-file to true
               end-start
               if lookup-on-file
                   read owner-index-file next record
                       at end set lookup-not-on-file to true
                   end-read
                   if lookup-on-file
                       and xrf-owner-id not = cust-owner-id
                       set lookup-not-on-file to true
                   end-if
               end-if
           end-if
           if lookup-not-on-file
               move spaces to break-work-record
               move "CUSTOMER WITH NO ACCOUNT" to bwr-break-type
               move "CUSTMSTR" to bwr-file-name
               move cust-owner-id to bwr-record-key
               move zero to bwr-account-number
               move cust-name to bwr-detail
               perform write-break
           end-if
           .

       release-account-amounts.
           perform release-master-figures
           perform release-open-holds
           perform release-open-legal-orders
           .

       release-master-figures.
       *> The master walk also checks the owners each account names
       *> against the customer master and the owner index.
           move zero to account-number
           move "00" to ws-walk-status
           start account-master-file key is greater than
               or equal to account-number
               invalid key move "10" to ws-walk-status
           end-start
           perform release-next-master until end-of-walk
           .

       release-next-master.
           read account-master-file next record
               at end move "10" to ws-walk-status
               not at end
                   add 1 to accounts-checked
                   move spaces to amount-sort-record
                   move account-number to asr-account-number
                   set asr-master-figures to true
                   move zero to asr-amount
                   move avl-held-amount to asr-held-amount
                   move lgl-fenced-amount to asr-fenced-amount
                   move account-status to asr-account-status
                   release amount-sort-record
                   if owner-primary-id not = spaces
                       move owner-primary-id to ws-lookup-owner-id
                       perform check-master-owner
                   end-if
                   if owner-secondary-id not = spaces
                       move owner-secondary-id to ws-lookup-owner-id
                       perform check-master-owner
                   end-if
           end-read
           .

       check-master-owner.
           move spaces to break-work-record
           move "ACCTMSTR" to bwr-file-name
           move ws-lookup-owner-id to bwr-record-key
           move account-number to bwr-account-number
           perform look-up-customer
           if lookup-not-on-file
               move "ACCOUNT OWNER NOT IN CUSTMSTR" to bwr-break-type
               perform write-break
           end-if
           move account-number to ws-lookup-account
           perform look-up-index-entry
           if lookup-not-on-file
               move "ACCOUNT OWNER NOT IN INDEX" to bwr-break-type
               perform write-break
           end-if
           .

       release-open-holds.
           open input holds-file
           if holds-not-found
               display "integrityaudit: HOLDS missing -- no open"
                   " holds"
           else
               perform read-next-hold
               perform release-hold until end-of-holds
               close holds-file
           end-if
           .

       read-next-hold.
           read holds-file
               at end set end-of-holds to true
           end-read
           .

       release-hold.
           add 1 to holds-checked
           move spaces to amount-sort-record
           move hld-account-number to asr-account-number
           set asr-open-hold to true
           move hld-amount to asr-amount
           move zero to asr-held-amount
           move zero to asr-fenced-amount
           move hld-placed-date to asr-reference
           release amount-sort-record
           perform read-next-hold
           .

       release-open-legal-orders.
       *> An open order still fences what it has not yet remitted.
           open input legal-order-file
           if legal-orders-not-found
               display "integrityaudit: LEGALORD missing -- no open"
                   " legal orders"
           else
               move low-values to lgo-order-ref
               move "00" to ws-walk-status
               start legal-order-file key is greater than
                   or equal to lgo-order-ref
                   invalid key move "10" to ws-walk-status
               end-start
               perform release-next-legal-order until end-of-walk
               close legal-order-file
           end-if
           .

       release-next-legal-order.
           read legal-order-file next record
               at end move "10" to ws-walk-status
               not at end
                   add 1 to legal-orders-checked
                   if lgo-order-open
                       move spaces to amount-sort-record
                       move lgo-account-number to asr-account-number
                       set asr-open-legal-order to true
                       compute asr-amount =
                           lgo-ordered-amount - lgo-remitted-amount
                       move zero to asr-held-amount
                       move zero to asr-fenced-amount
                       move lgo-order-ref to asr-reference
                       release amount-sort-record
                   end-if
           end-read
           .

       compare-account-amounts.
           perform return-next-amount-line
           perform compare-one-account until end-of-amount-lines
           .

       return-next-amount-line.
           return amount-sort-file
               at end move "N" to ws-more-amount-lines
           end-return
           .

       compare-one-account.
           move asr-account-number to current-account-number
           initialize account-figures
           perform take-amount-line
               until end-of-amount-lines
                  or asr-account-number not = current-account-number
           if acf-on-master
               perform compare-held-and-fenced
           end-if
           .

       take-amount-line.
           evaluate true
               when asr-master-figures
                   move "Y" to acf-master-seen
                   move asr-account-status to acf-account-status
                   move asr-held-amount to acf-held-amount
                   move asr-fenced-amount to acf-fenced-amount
               when asr-open-hold
                   add asr-amount to acf-hold-total
                   add 1 to acf-hold-count
                   perform check-hold-account
               when asr-open-legal-order
                   add asr-amount to acf-legal-total
                   add 1 to acf-legal-count
                   perform check-legal-order-account
           end-evaluate
           perform return-next-amount-line
           .

       check-hold-account.
       *> The master line sorts ahead of its holds, so a hold seen
       *> with no master line before it is an orphan.
           move spaces to break-work-record
           move "HOLDS" to bwr-file-name
           move asr-reference to bwr-record-key
           move asr-account-number to bwr-account-number
           evaluate true
               when not acf-on-master
                   move "HOLD ON MISSING ACCOUNT" to bwr-break-type
                   perform write-break
               when acf-account-status = "C"
                   move "HOLD ON CLOSED ACCOUNT" to bwr-break-type
                   perform write-break
               when other
                   continue
           end-evaluate
           .

       check-legal-order-account.
           move spaces to break-work-record
           move "LEGALORD" to bwr-file-name
           move asr-reference to bwr-record-key
           move asr-account-number to bwr-account-number
           evaluate true
               when not acf-on-master
                   move "LEGAL ORDER ON MISSING ACCOUNT"
                       to bwr-break-type
                   perform write-break
               when acf-account-status = "C"
                   move "LEGAL ORDER ON CLOSED ACCOUNT"
                       to bwr-break-type
                   perform write-break
               when other
                   continue
           end-evaluate
           .

       compare-held-and-fenced.
           if acf-hold-total not = acf-held-amount
               move spaces to break-work-record
               move "HELD AMOUNT DISAGREES" to bwr-break-type
               move "ACCTMSTR" to bwr-file-name
               move current-account-number to bwr-record-key
               move current-account-number to bwr-account-number
               move acf-hold-total to abd-file-total
               move acf-held-amount to abd-master-amount
               move amount-break-detail to bwr-detail
               perform write-break
               add 1 to amount-break-count
           end-if
           if acf-legal-total not = acf-fenced-amount
               move spaces to break-work-record
               move "FENCED AMOUNT DISAGREES" to bwr-break-type
               move "ACCTMSTR" to bwr-file-name
               move current-account-number to bwr-record-key
               move current-account-number to bwr-account-number
               move acf-legal-total to abd-file-total
               move acf-fenced-amount to abd-master-amount
               move amount-break-detail to bwr-detail
               perform write-break
               add 1 to amount-break-count
           end-if
           .

       print-breaks-by-type.
           perform return-next-break-line
           perform print-one-break-type until end-of-break-lines
           .

       return-next-break-line.
           return break-sort-file
               at end move "N" to ws-more-break-lines
           end-return
           .

       print-one-break-type.
           move bsr-break-type to current-break-type
           move zero to type-break-count
           move spaces to report-line
           write report-line
           move current-break-type to bth-break-type
           move break-type-heading to report-line
           write report-line
           move break-column-heading to report-line
           write report-line
           perform print-break-line
               until end-of-break-lines
                  or bsr-break-type not = current-break-type
           move type-break-count to btl-count
           move break-type-total-line to report-line
           write report-line
           .

       print-break-line.
           move bsr-file-name to bdl-file-name
           move bsr-record-key to bdl-record-key
           move bsr-account-number to bdl-account-number
           move bsr-detail to bdl-detail
           move break-detail-line to report-line
           write report-line
           add 1 to type-break-count
           perform return-next-break-line
           .

       terminate-run.
           move spaces to report-line
           write report-line
           if break-count = zero
               move clean-files-line to report-line
               write report-line
           end-if
           move "ACCOUNTS CHECKED:" to ckl-label
           move accounts-checked to ckl-count
           perform print-checked-line
           move "STANDING ORDERS:" to ckl-label
           move orders-checked to ckl-count
           perform print-checked-line
           move "PAYEES:" to ckl-label
           move payees-checked to ckl-count
           perform print-checked-line
           move "LEGAL ORDERS:" to ckl-label
           move legal-orders-checked to ckl-count
           perform print-checked-line
           move "HOLDS:" to ckl-label
           move holds-checked to ckl-count
           perform print-checked-line
           move "OVERRIDES:" to ckl-label
           move overrides-checked to ckl-count
           perform print-checked-line
           move "INDEX ENTRIES:" to ckl-label
           move index-entries-checked to ckl-count
           perform print-checked-line
           move "CUSTOMERS:" to ckl-label
           move customers-checked to ckl-count
           perform print-checked-line
           move break-count to bsl-breaks
           move amount-break-count to bsl-amount-breaks
           move break-summary-line to report-line
           write report-line
           close integrity-report-file
           if not payees-not-found
               close payee-master-file
           end-if
           close customer-master-file
           close owner-index-file
           close account-master-file
           evaluate true
               when ws-log-return-code > 0
                   continue
               when amount-break-count > zero
                   move 8 to ws-log-return-code
               when break-count > zero
                   move 4 to ws-log-return-code
               when other
                   continue
           end-evaluate
           move ws-log-return-code to return-code
           display "integrityaudit: " break-count " breaks, "
               amount-break-count " on held or fenced amounts"
           perform write-run-log-end
           .

       print-checked-line.
           move checked-line to report-line
           write report-line
           .

       write-run-log-end.
           move "END" to rll-event-type
           move accounts-checked to rll-processed-count
           move break-count to rll-rejected-count
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
           move "INTEGRITYAUDIT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program IntegrityAudit.
