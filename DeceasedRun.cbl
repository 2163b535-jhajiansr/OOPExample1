       identification division.

       program-id. DeceasedRun.

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
           select standing-order-file assign to "STORDERS"
               organization indexed
               access dynamic
               record key is so-order-number
               file status is ws-order-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select deceased-register-file assign to "DECREG"
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

       fd  standing-order-file.
           copy "StandingOrderRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  deceased-register-file.
       01  register-line pic x(100).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-customer-status         pic xx.
           88 end-of-customers       value "10".
       01 ws-customer-present-flag   pic x(1) value "N".
           88 customer-file-present  value "Y".
       01 ws-owner-index-status      pic xx.
           88 end-of-owner-index     value "10".
       01 ws-index-present-flag      pic x(1) value "N".
           88 owner-index-present    value "Y".
       01 ws-master-status           pic xx.
       01 ws-master-present-flag     pic x(1) value "N".
           88 master-file-present    value "Y".
       01 ws-order-status            pic xx.
           88 end-of-orders          value "10".
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 ws-sequencer-step          pic x(18) value "DECEASEDRUN".
       01 ws-sequencer-rc            pic 9(2).
           88 window-sequence-ok     value 0.

       01 ws-today                   pic 9(8).
       01 ws-yesterday               pic 9(8).
       01 ws-date-integer            pic 9(8) comp.
       01 ws-journal-date            pic 9(8).

       01 deceased-table.
       *> Every customer recorded deceased, gathered in one pass so
       *> the accounts can be worked with keyed customer reads (a
       *> surviving joint owner may be deceased too) without losing
       *> the place in a sequential walk.
           05 deceased-entry occurs 500 times
                                   indexed by dcd-idx.
               10 dcd-owner-id       pic x(10).
               10 dcd-date-of-death  pic 9(8).
               10 dcd-processed-flag pic x(1).
                   88 dcd-already-processed value "Y".
               10 dcd-list-from-date pic 9(8).
       01 deceased-count             pic 9(3) value 0.
       01 ws-deceased-warned-flag    pic x(1) value "N".
           88 deceased-overflow-warned value "Y".

       01 holding-table.
           05 holding-entry occurs 100 times
                                   indexed by hld-idx.
               10 hld-account-number pic 9(8).
       01 holding-count              pic 9(3).

       01 estate-account-table.
       *> The accounts a deceased customer owned alone -- frozen
       *> tonight or on an earlier night -- with the date credits
       *> start being listed from. The standing-order pass and the
       *> post-death credit pass both look accounts up here.
           05 estate-account occurs 2000 times
                                   indexed by est-idx.
               10 est-account-number pic 9(8).
               10 est-owner-id       pic x(10).
               10 est-list-from-date pic 9(8).
       01 estate-account-count       pic 9(4) value 0.
       01 ws-estate-warned-flag      pic x(1) value "N".
           88 estate-overflow-warned value "Y".
       01 ws-estate-found-flag       pic x(1).
           88 estate-account-found   value "Y".
           88 estate-account-missing value "N".

       01 ws-survivor-id             pic x(10).
       01 ws-survivor-flag           pic x(1).
           88 survivor-living        value "Y".
           88 survivor-deceased      value "N".
       01 ws-deceased-owner-id       pic x(10).
       01 ws-credit-amount           pic 9(7)v99.

       01 customers-processed-count  pic 9(5) value 0.
       01 frozen-count               pic 9(5) value 0.
       01 passed-count               pic 9(5) value 0.
       01 orders-suspended-count     pic 9(5) value 0.
       01 credit-count               pic 9(5) value 0.
       01 credit-total               pic 9(9)v99 value 0.

       copy "ReportHeader.cpy".

       01 register-detail-line.
           05 ddl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 ddl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 ddl-action         pic x(28).
           05 filler             pic x(2) value spaces.
           05 ddl-reference      pic x(10).

       01 register-credit-line.
           05 dcl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 dcl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(20) value
               "CREDIT AFTER DEATH  ".
           05 dcl-posting-type   pic x(2).
           05 filler             pic x(2) value spaces.
           05 dcl-posting-date   pic 9(8).
           05 filler             pic x(2) value spaces.
           05 dcl-amount         pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 dcl-reference      pic x(9).

       01 register-summary-line.
           05 filler             pic x(10) value "DECEASED: ".
           05 dsl-processed      pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "FROZEN: ".
           05 dsl-frozen         pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "PASSED: ".
           05 dsl-passed         pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value "ORDERS: ".
           05 dsl-orders         pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "CREDITS: ".
           05 dsl-credits        pic zzzz9.
           05 filler             pic x(1) value space.
           05 dsl-credit-total   pic z(8)9.99.

       procedure division.
       *> Nightly deceased-customer step, ahead of the posting runs.
       *> Works from the customers change approval has marked
       *> deceased. The first night after a death is approved, every
       *> account the owner holds is found through OWNERIDX and acted
       *> on:
       *>   - owned alone, it is frozen (status E) -- withdrawals are
       *>     refused, deposits still land -- and every standing
       *>     order and outbound payment drawn on it is suspended;
       *>   - held jointly with the deceased as primary, it passes to
       *>     the surviving owner in owner-secondary-id, who becomes
       *>     the primary;
       *>   - held jointly with the deceased as secondary, the
       *>     deceased simply comes off it.
       *> A joint account whose other owner is also recorded deceased
       *> is treated as owned alone. Every night after, orders newly
       *> set up on a frozen account are suspended too, and the
       *> register lists each deposit or incoming transfer journaled
       *> to a frozen account after the date of death, up to
       *> yesterday, so it can be returned to the payer -- each
       *> credit is listed once. Statements and notices pick up the
       *> estate contact from the customer master on their own.
           perform write-run-log-start
           perform check-window-sequence
           if window-sequence-ok
               perform initialize-run
               perform gather-deceased-customers
               perform process-deceased-customer
                   varying dcd-idx from 1 by 1
                   until dcd-idx > deceased-count
               perform suspend-estate-orders
               perform list-post-death-credits
               perform terminate-run
           else
               display "deceasedrun: window sequence refused"
               move 16 to ws-log-return-code
               move 16 to return-code
           end-if
           perform write-run-log-end
           stop run
           .

       check-window-sequence.
           call "WindowSequencer" using ws-sequencer-step
                                        ws-sequencer-rc
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           compute ws-date-integer =
               function integer-of-date(ws-today) - 1
           move function date-of-integer(ws-date-integer)
               to ws-yesterday
           open output deceased-register-file
           perform print-report-header
           open i-o customer-master-file
           if ws-customer-status = "00"
               set customer-file-present to true
           end-if
           open i-o owner-index-file
           if ws-owner-index-status = "00"
               set owner-index-present to true
           end-if
           open i-o account-master-file
           if ws-master-status = "00"
               set master-file-present to true
           end-if
           .

       print-report-header.
           move "DECEASED CUSTOMER REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           .

       gather-deceased-customers.
           if customer-file-present
               move low-values to cust-owner-id
               start customer-master-file key is greater than
                   or equal to cust-owner-id
                   invalid key set end-of-customers to true
               end-start
               if not end-of-customers
                   perform read-next-customer
               end-if
               perform gather-one-customer until end-of-customers
           end-if
           .

       read-next-customer.
           read customer-master-file next record
               at end set end-of-customers to true
           end-read
           .

       gather-one-customer.
           if cust-is-deceased
               if deceased-count >= 500
                   if not deceased-overflow-warned
                       display "deceasedrun: deceased table full --"
                           " excess customers left for tomorrow"
                       set deceased-overflow-warned to true
                   end-if
               else
                   add 1 to deceased-count
                   set dcd-idx to deceased-count
                   move cust-owner-id to dcd-owner-id(dcd-idx)
                   move cust-date-of-death to dcd-date-of-death(dcd-idx)
                   move cust-estate-processed-flag
                       to dcd-processed-flag(dcd-idx)
                   perform set-credit-list-start
               end-if
           end-if
           perform read-next-customer
           .

       set-credit-list-start.
       *> Credits are listed from the later of the date of death and
       *> the last journal date an earlier night already listed.
           move cust-date-of-death to dcd-list-from-date(dcd-idx)
           if cust-credits-listed-thru is numeric
               and cust-credits-listed-thru >
                   dcd-list-from-date(dcd-idx)
               move cust-credits-listed-thru
                   to dcd-list-from-date(dcd-idx)
           end-if
           .

       process-deceased-customer.
           move dcd-owner-id(dcd-idx) to ws-deceased-owner-id
           perform collect-holdings
           perform process-holding
               varying hld-idx from 1 by 1
               until hld-idx > holding-count
           move dcd-owner-id(dcd-idx) to cust-owner-id
           read customer-master-file
               invalid key
                   continue
               not invalid key
                   if not dcd-already-processed(dcd-idx)
                       set cust-estate-processed to true
                       add 1 to customers-processed-count
                   end-if
                   if ws-yesterday > dcd-list-from-date(dcd-idx)
                       move ws-yesterday to cust-credits-listed-thru
                   end-if
                   rewrite customer-record
           end-read
           .

       collect-holdings.
       *> The owner's index entries are copied out before any of them
       *> are touched -- passing an account to a survivor deletes
       *> and writes index records under the walk.
           move zero to holding-count
           if owner-index-present
               move ws-deceased-owner-id to xrf-owner-id
               move zero to xrf-account-number
               move "00" to ws-owner-index-status
               start owner-index-file key is greater than
                   or equal to xrf-key
                   invalid key set end-of-owner-index to true
               end-start
               if not end-of-owner-index
                   perform read-next-owner-index
               end-if
               perform collect-one-holding
                   until end-of-owner-index
                      or xrf-owner-id not = ws-deceased-owner-id
           end-if
           .

       read-next-owner-index.
           read owner-index-file next record
               at end set end-of-owner-index to true
           end-read
           .

       collect-one-holding.
           if holding-count < 100
               add 1 to holding-count
               set hld-idx to holding-count
               move xrf-account-number to hld-account-number(hld-idx)
           end-if
           perform read-next-owner-index
           .

       process-holding.
           if master-file-present
               move hld-account-number(hld-idx) to account-number
               read account-master-file
                   invalid key
                       continue
                   not invalid key
                       if not account-closed
                           and not account-charged-off
                           perform act-on-account
                       end-if
               end-read
           end-if
           .

       act-on-account.
       *> Which side of the account the deceased is on comes from the
       *> master itself, not the index role byte.
           evaluate true
               when owner-primary-id = ws-deceased-owner-id
                   perform check-surviving-owner
                   if survivor-living
                       if not dcd-already-processed(dcd-idx)
                           perform pass-to-survivor
                       end-if
                   else
                       if not dcd-already-processed(dcd-idx)
                           perform freeze-sole-account
                       end-if
                       perform remember-estate-account
                   end-if
               when owner-secondary-id = ws-deceased-owner-id
                   if not dcd-already-processed(dcd-idx)
                       perform remove-deceased-secondary
                   end-if
               when other
                   continue
           end-evaluate
           .

       check-surviving-owner.
           set survivor-deceased to true
           move owner-secondary-id to ws-survivor-id
           if ws-survivor-id not = spaces
               set survivor-living to true
               move ws-survivor-id to cust-owner-id
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       if cust-is-deceased
                           set survivor-deceased to true
                       end-if
               end-read
           end-if
           .

       freeze-sole-account.
       *> An account already under a fraud-review hold stays held --
       *> it refuses withdrawals either way, and the hold's own
       *> review decides when it comes off.
           if account-held
               move "ON FRAUD HOLD -- LEFT HELD" to ddl-action
           else
               move "E" to account-status
               rewrite account-record
               add 1 to frozen-count
               move "FROZEN -- SOLE OWNER" to ddl-action
           end-if
           move spaces to ddl-reference
           perform write-account-line
           .

       pass-to-survivor.
       *> The survivor moves up to primary and the secondary slot is
       *> emptied; the index follows -- the deceased's pairing goes,
       *> and the survivor's is rewritten with the primary role.
           move ws-survivor-id to owner-primary-id
           move spaces to owner-secondary-id
           rewrite account-record
           move ws-deceased-owner-id to xrf-owner-id
           move account-number to xrf-account-number
           delete owner-index-file
               invalid key continue
           end-delete
           move ws-survivor-id to xrf-owner-id
           move account-number to xrf-account-number
           delete owner-index-file
               invalid key continue
           end-delete
           initialize owner-index-record
           move ws-survivor-id to xrf-owner-id
           move account-number to xrf-account-number
           set xrf-role-primary to true
           write owner-index-record
               invalid key continue
           end-write
           add 1 to passed-count
           move "PASSED TO SURVIVOR" to ddl-action
           move ws-survivor-id to ddl-reference
           perform write-account-line
           .

       remove-deceased-secondary.
           move spaces to owner-secondary-id
           rewrite account-record
           move ws-deceased-owner-id to xrf-owner-id
           move account-number to xrf-account-number
           delete owner-index-file
               invalid key continue
           end-delete
           add 1 to passed-count
           move "SECONDARY OWNER REMOVED" to ddl-action
           move owner-primary-id to ddl-reference
           perform write-account-line
           .

       remember-estate-account.
           if estate-account-count >= 2000
               if not estate-overflow-warned
                   display "deceasedrun: estate account table full --"
                       " excess accounts not followed tonight"
                   set estate-overflow-warned to true
               end-if
           else
               add 1 to estate-account-count
               set est-idx to estate-account-count
               move account-number to est-account-number(est-idx)
               move ws-deceased-owner-id to est-owner-id(est-idx)
               move dcd-list-from-date(dcd-idx)
                   to est-list-from-date(est-idx)
           end-if
           .

       write-account-line.
           move ws-deceased-owner-id to ddl-owner-id
           move account-number to ddl-account-number
           move register-detail-line to register-line
           write register-line
           .

       suspend-estate-orders.
       *> Standing orders and outbound payments drawn on an estate
       *> account stop until the estate is settled; the internal and
       *> external runs both skip a suspended order.
           if estate-account-count > zero
               open i-o standing-order-file
               if ws-order-status = "35"
                   continue
               else
                   move zero to so-order-number
                   start standing-order-file key is greater than
                       or equal to so-order-number
                       invalid key set end-of-orders to true
                   end-start
                   if not end-of-orders
                       perform read-next-order
                   end-if
                   perform review-one-order until end-of-orders
                   close standing-order-file
               end-if
           end-if
           .

       read-next-order.
           read standing-order-file next record
               at end set end-of-orders to true
           end-read
           .

       review-one-order.
           if so-order-active
               perform find-estate-account-for-order
               if estate-account-found
                   move "S" to so-order-status
                   rewrite standing-order-record
                   add 1 to orders-suspended-count
                   move est-owner-id(est-idx) to ddl-owner-id
                   move so-from-account to ddl-account-number
                   if so-payee-id is numeric and so-payee-id > zero
                       move "OUTBOUND PAYMENT SUSPENDED" to ddl-action
                   else
                       move "STANDING ORDER SUSPENDED" to ddl-action
                   end-if
                   move so-order-number to ddl-reference
                   move register-detail-line to register-line
                   write register-line
               end-if
           end-if
           perform read-next-order
           .

       find-estate-account-for-order.
           set estate-account-missing to true
           perform match-order-account
               varying est-idx from 1 by 1
               until est-idx > estate-account-count
                  or estate-account-found
           if estate-account-found
               set est-idx down by 1
           end-if
           .

       match-order-account.
           if est-account-number(est-idx) = so-from-account
               set estate-account-found to true
           end-if
           .

       list-post-death-credits.
       *> Deposits and incoming transfers journaled to an estate
       *> account after the date of death -- pensions and benefits
       *> most often -- are listed for return to the payer.
           if estate-account-count > zero
               open input posting-journal-file
               if journal-not-found
                   continue
               else
                   perform read-next-journal-record
                   perform review-one-journal-line
                       until end-of-journal
                   close posting-journal-file
               end-if
           end-if
           .

       read-next-journal-record.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       review-one-journal-line.
           if (pjl-type-deposit or pjl-type-transfer-credit)
               and pjl-signed-amount > zero
               and pjl-timestamp(1:8) is numeric
               move pjl-timestamp(1:8) to ws-journal-date
               if ws-journal-date <= ws-yesterday
                   perform find-estate-account-for-credit
                   if estate-account-found
                       and ws-journal-date >
                           est-list-from-date(est-idx)
                       perform write-credit-line
                   end-if
               end-if
           end-if
           perform read-next-journal-record
           .

       find-estate-account-for-credit.
           set estate-account-missing to true
           perform match-credit-account
               varying est-idx from 1 by 1
               until est-idx > estate-account-count
                  or estate-account-found
           if estate-account-found
               set est-idx down by 1
           end-if
           .

       match-credit-account.
           if est-account-number(est-idx) = pjl-account-number
               set estate-account-found to true
           end-if
           .

       write-credit-line.
           move pjl-signed-amount to ws-credit-amount
           move est-owner-id(est-idx) to dcl-owner-id
           move pjl-account-number to dcl-account-number
           move pjl-posting-type to dcl-posting-type
           move ws-journal-date to dcl-posting-date
           move ws-credit-amount to dcl-amount
           if pjl-reference is numeric
               move pjl-reference to dcl-reference
           else
               move spaces to dcl-reference
           end-if
           move register-credit-line to register-line
           write register-line
           add 1 to credit-count
           add ws-credit-amount to credit-total
           .

       terminate-run.
           move customers-processed-count to dsl-processed
           move frozen-count to dsl-frozen
           move passed-count to dsl-passed
           move orders-suspended-count to dsl-orders
           move credit-count to dsl-credits
           move credit-total to dsl-credit-total
           move register-summary-line to register-line
           write register-line
           if customer-file-present
               close customer-master-file
           end-if
           if owner-index-present
               close owner-index-file
           end-if
           if master-file-present
               close account-master-file
           end-if
           close deceased-register-file
           .

       write-run-log-start.
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-end.
           move "END" to rll-event-type
           move customers-processed-count to rll-processed-count
           move zero to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "DECEASEDRUN" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program DeceasedRun.
