               access dynamic
               record key is pnd-change-id
               file status is ws-pending-status.
           select warehouse-file assign to "WHSTRANS"
               organization indexed
               access dynamic
               record key is whs-item-id
               file status is ws-warehouse-status.

       data division.
       file section.
       fd  pending-change-file.
           copy "PendingChangeRecord.cpy".

       fd  warehouse-file.
           copy "WarehouseRecord.cpy".

       working-storage section.
       01 ws-master-status           pic xx.
       01 ws-pending-status          pic xx.
       01 ws-new-owner-id            pic x(10).
       01 ws-new-link-number         pic 9(8).
       01 ws-new-credit-limit        pic 9(7)v99.
       01 ws-new-sweep-target        pic 9(7)v99.
       01 ws-limit-display           pic 9(8)v99.
       01 ws-limit-display-x redefines ws-limit-display pic x(10).
       01 ws-link-valid-flag         pic x(1).
       01 ws-old-value-display       pic x(10).
       01 ws-new-value-display       pic x(10).
       01 ws-number-display          pic 9(8).
       01 ws-today                   pic 9(8).
       01 ws-warehouse-status        pic xx.
       01 ws-warehouse-action        pic x(1).
       01 ws-warehouse-type          pic x(1).
       01 ws-keyed-to-account        pic 9(8).
       01 ws-keyed-amount            pic 9(7)v99.
       01 ws-keyed-effective-date    pic 9(8).
       01 ws-keyed-item-id           pic 9(9).
       01 next-item-id               pic 9(9) value 1.
       01 ws-item-id-display         pic 9(9).
       01 ws-warehouse-valid-flag    pic x(1).
           88 warehouse-item-valid   value "Y".
           88 warehouse-item-invalid value "N".

       01 ws-account-record-save     pic x(300).
       *> Snapshot of the keyed account's record across the secondary
       *> master read that validates a new linked savings account --
       *> both reads share the one FD buffer, the same discipline the
                           move opr-permission-level
                               to ws-operator-level
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                   end-evaluate
           end-read
           .
           if account-type-checking
               display "od limit: " od-credit-limit
               display "od drawn: " od-drawn-balance
               display "sweep to: " tsw-target-balance
           end-if
           .

       account-menu.
           display "1=owners 2=link 3=status 4=release hold"
               " 5=credit limit 6=sweep target 7=future-dated"
               " 0=done: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   end-if
               when "5"
                   perform update-credit-limit
               when "6"
                   perform update-sweep-target
               when "7"
                   perform future-dated-session
               when "0"
                   set menu-done to true
               when other
           end-if
           .

       update-sweep-target.
       *> Sets or clears the balance the customer wants kept in
       *> checking; the nightly target sweep moves anything
       *> available above it to the linked savings account. It is
       *> the customer's own standing instruction, so it applies
       *> directly, like the credit limit, and lands on the
       *> maintenance log.
           if not account-type-checking
               display "only a checking account carries a sweep"
                   " target."
           else
               display "new sweep target balance (0 stops the"
                   " sweep): "
               accept ws-new-sweep-target
               if ws-new-sweep-target > zero
                   and linked-account-number = zero
                   display "no linked savings on the account --"
                       " the sweep waits until one is linked."
               end-if
               move tsw-target-balance to ws-limit-display
               move ws-limit-display-x to ws-old-value-display
               move ws-new-sweep-target to tsw-target-balance
               move ws-new-sweep-target to ws-limit-display
               move ws-limit-display-x to ws-new-value-display
               move "SWEEP-TGT" to mll-field-name
               perform apply-and-log-change
           end-if
           .

       future-dated-session.
       *> A one-off withdrawal, deposit or transfer on the account in
       *> hand, to post on a later date: it waits on WHSTRANS until
       *> the nightly edit releases it on its effective business
       *> date, and until then the customer may change its amount or
       *> date, or cancel it. Each add, change and cancel lands on
       *> the maintenance log against the account.
           move function current-date(1:8) to ws-today
           display "future-dated item -- A add, C change, X cancel: "
           accept ws-warehouse-action
           move function upper-case(ws-warehouse-action)
               to ws-warehouse-action
           perform open-warehouse-file
           evaluate ws-warehouse-action
               when "A"
                   perform add-warehoused-item
               when "C"
                   perform change-warehoused-item
               when "X"
                   perform cancel-warehoused-item
               when other
                   display "unrecognized choice."
           end-evaluate
           close warehouse-file
           .

       open-warehouse-file.
           open i-o warehouse-file
           if ws-warehouse-status = "35"
               *> first future-dated item ever -- create the file
               open output warehouse-file
               close warehouse-file
               open i-o warehouse-file
           end-if
           .

       add-warehoused-item.
           display "type W/D/T: "
           accept ws-warehouse-type
           move function upper-case(ws-warehouse-type)
               to ws-warehouse-type
           move zero to ws-keyed-to-account
           if ws-warehouse-type = "T"
               display "to account number: "
               accept ws-keyed-to-account
           end-if
           display "amount: "
           accept ws-keyed-amount
           display "effective date (YYYYMMDD): "
           accept ws-keyed-effective-date
           perform check-warehoused-item
           if warehouse-item-valid
               perform write-warehoused-item
           end-if
           .

       check-warehoused-item.
           set warehouse-item-valid to true
           evaluate true
               when ws-warehouse-type not = "W" and not = "D"
                       and not = "T"
                   display "type must be W, D or T -- not"
                       " warehoused."
                   set warehouse-item-invalid to true
               when ws-keyed-amount = zero
                   display "amount must be positive -- not"
                       " warehoused."
                   set warehouse-item-invalid to true
               when ws-warehouse-type = "T"
                       and ws-keyed-to-account = ws-keyed-account
                   display "transfer to self -- not warehoused."
                   set warehouse-item-invalid to true
               when ws-warehouse-type = "T"
                   perform check-transfer-target
               when other
                   continue
           end-evaluate
           if warehouse-item-valid
               perform check-effective-date
           end-if
           .

       check-transfer-target.
       *> Same record-save discipline as the link validation -- the
       *> keyed account's image is parked across the target read.
           move account-record to ws-account-record-save
           move ws-keyed-to-account to account-number
           read account-master-file
               invalid key
                   display "to account not on the master -- not"
                       " warehoused."
                   set warehouse-item-invalid to true
           end-read
           move ws-account-record-save to account-record
           .

       check-effective-date.
       *> Today's business is posted now, not warehoused; a date
       *> falling on a weekend or holiday is fine -- the release
       *> rolls it to the next business day.
           if function test-date-yyyymmdd(ws-keyed-effective-date)
                   not = zero
               display "effective date is not a valid date."
               set warehouse-item-invalid to true
           else
               if ws-keyed-effective-date not > ws-today
                   display "effective date must be after today."
                   set warehouse-item-invalid to true
               end-if
           end-if
           .

       write-warehoused-item.
       *> Taken in through maintenance there is no branch or teller
       *> behind the item -- it carries branch zero and the
       *> operator's id in the teller position. Another session
       *> adding at the same time can take the id first -- the walk
       *> is run again past it and the item written once more before
       *> the add is given up.
           if next-item-id = 1
               perform find-highest-item-id
           end-if
           perform build-warehoused-item
           write warehouse-record
               invalid key
                   perform find-highest-item-id
                   perform build-warehoused-item
                   perform retry-warehoused-item
               not invalid key
                   perform log-warehoused-item
           end-write
           .

       retry-warehoused-item.
           write warehouse-record
               invalid key
                   display "item id " whs-item-id
                       " already on file -- not warehoused."
               not invalid key
                   perform log-warehoused-item
           end-write
           .

       log-warehoused-item.
           add 1 to next-item-id
           move whs-item-id to ws-item-id-display
           move ws-item-id-display to ws-old-value-display
           move whs-effective-date to ws-new-value-display
           move "WHS-ADD" to mll-field-name
           perform log-maintenance-change
           .

       build-warehoused-item.
           initialize warehouse-record
           move next-item-id to whs-item-id
           move ws-today to whs-entry-date
           move ws-keyed-effective-date to whs-effective-date
           move ws-warehouse-type to whs-type-code
           move ws-keyed-account to whs-account-number
           move ws-keyed-to-account to whs-to-account-number
           move ws-keyed-amount to whs-amount
           move zero to whs-branch-code
           move ws-operator-id(1:6) to whs-teller-id
           move "MNT" to whs-entry-channel
           move ws-operator-id to whs-operator-id
           set whs-item-pending to true
           move ws-today to whs-action-date
           move ws-operator-id to whs-action-operator
           .

       find-highest-item-id.
           move zero to whs-item-id
           start warehouse-file key is greater than or equal to
               whs-item-id
               invalid key move "10" to ws-warehouse-status
           end-start
           perform scan-for-highest-item-id
               until ws-warehouse-status = "10"
           move "00" to ws-warehouse-status
           .

       scan-for-highest-item-id.
           read warehouse-file next record
               at end move "10" to ws-warehouse-status
               not at end
                   if whs-item-id >= next-item-id
                       compute next-item-id = whs-item-id + 1
                   end-if
           end-read
           .

       read-pending-warehoused-item.
       *> Only an item on this account that is still waiting may be
       *> touched -- once the nightly edit has released it, it is in
       *> the posting stream.
           set warehouse-item-invalid to true
           display "warehoused item id: "
           accept ws-keyed-item-id
           move ws-keyed-item-id to whs-item-id
           read warehouse-file
               invalid key
                   display "item " ws-keyed-item-id " not on file."
               not invalid key
                   evaluate true
                       when whs-account-number not = ws-keyed-account
                           display "item is not on this account."
                       when not whs-item-pending
                           display "item is no longer pending --"
                               " status " whs-status "."
                       when other
                           set warehouse-item-valid to true
                   end-evaluate
           end-read
           .

       change-warehoused-item.
           perform read-pending-warehoused-item
           if warehouse-item-valid
               display "new amount (0 keeps " whs-amount "): "
               accept ws-keyed-amount
               display "new effective date (0 keeps "
                   whs-effective-date "): "
               accept ws-keyed-effective-date
               if ws-keyed-amount = zero
                   move whs-amount to ws-keyed-amount
               end-if
               if ws-keyed-effective-date = zero
                   move whs-effective-date to ws-keyed-effective-date
               end-if
               perform check-effective-date
               if warehouse-item-valid
                   perform apply-warehoused-item-change
               end-if
           end-if
           .

       apply-warehoused-item-change.
           if ws-keyed-amount not = whs-amount
               move whs-amount to ws-limit-display
               move ws-limit-display-x to ws-old-value-display
               move ws-keyed-amount to ws-limit-display
               move ws-limit-display-x to ws-new-value-display
               move "WHS-AMT" to mll-field-name
               perform log-maintenance-change
           end-if
           if ws-keyed-effective-date not = whs-effective-date
               move whs-effective-date to ws-old-value-display
               move ws-keyed-effective-date to ws-new-value-display
               move "WHS-DATE" to mll-field-name
               perform log-maintenance-change
           end-if
           move ws-keyed-amount to whs-amount
           move ws-keyed-effective-date to whs-effective-date
           move ws-today to whs-action-date
           move ws-operator-id to whs-action-operator
           rewrite warehouse-record
           .

       cancel-warehoused-item.
           perform read-pending-warehoused-item
           if warehouse-item-valid
               set whs-item-cancelled to true
               move ws-today to whs-action-date
               move ws-operator-id to whs-action-operator
               rewrite warehouse-record
               move whs-item-id to ws-item-id-display
               move ws-item-id-display to ws-old-value-display
               move "CANCELLED" to ws-new-value-display
               move "WHS-CANCEL" to mll-field-name
               perform log-maintenance-change
           end-if
           .

       update-owner-ids.
       *> Owner changes no longer hit the master from this session --
       *> they queue for a second operator to approve, per the
       *> closed account goes through the dual-control queue -- a
       *> quiet reopen is exactly the move the auditors flagged. A
       *> fraud-review hold is not a status an ordinary close/reopen
       *> may walk over; lifting one is its own reviewed action. A
       *> charged-off account stays charged off -- deposits to it are
       *> recoveries, and no status flip here may reopen it. An
       *> account frozen for a deceased owner's estate may be closed
       *> once the estate is paid out, but never simply reactivated.
           if account-held
               display "account is on hold -- use release (4)."
           else
           if account-charged-off
               display "account is charged off -- status cannot"
                   " be changed."
           else
               if account-active or account-estate-frozen
                   move account-status to ws-old-value-display
                   move "C" to account-status
                   move account-status to ws-new-value-display
                   perform queue-pending-change
               end-if
           end-if
           end-if
           .

       release-fraud-hold.

       apply-and-log-change.
           rewrite account-record
           perform log-maintenance-change
           .

       log-maintenance-change.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to mll-timestamp
           move ws-operator-id to mll-operator-id
