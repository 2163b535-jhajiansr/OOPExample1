           select holds-file assign to "HOLDS"
               organization line sequential
               file status is ws-holds-status.
           select teller-drawer-file assign to "TLRDRAWR"
               organization indexed
               access dynamic
               record key is drw-key
               file status is ws-drawer-status.
           select branch-transaction-file assign to "WDTRANS"
               organization line sequential
               file status is ws-branch-file-status.
           select cash-over-short-file assign to "CASHOS"
               organization line sequential
               file status is ws-over-short-status.
           select warehouse-file assign to "WHSTRANS"
               organization indexed
               access dynamic
               record key is whs-item-id
               file status is ws-warehouse-status.

       data division.
       file section.
       fd  security-log-file.
       01  security-log-record pic x(100).

       fd  teller-drawer-file.
           copy "TellerDrawerRecord.cpy".

       fd  branch-transaction-file.
           copy "TransactionRecord.cpy".

       fd  cash-over-short-file.
           copy "CashOverShortRecord.cpy".

       fd  warehouse-file.
           copy "WarehouseRecord.cpy".

       working-storage section.
       01 ws-master-status           pic xx.
       01 ws-memo-status             pic xx.
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-supervisor-flag         pic x(1) value "N".
           88 operator-is-supervisor value "Y".
       01 ws-log-timestamp           pic x(26).
       01 ws-operator-id             pic x(10).
       01 ws-session-flag            pic x(1) value "N".
           88 teller-withdrawal      value "W".
           88 teller-deposit         value "D".
           88 teller-transfer        value "T".
           88 teller-close-drawer    value "C".
           88 teller-sign-off-drawer value "S".
           88 teller-future-dated    value "F".
           88 teller-cashiers-check  value "K".
       01 ws-keyed-account           pic 9(8).
       01 ws-keyed-to-account        pic 9(8).
       01 ws-keyed-amount            pic 9(7)v99.
       01 ws-keyed-payee             pic x(30).
       01 ws-check-posting-amount    float-long.
       copy "OfficialCheckRequest.cpy".
       01 ws-branch-code             pic 9(4).
       01 ws-item-reference          pic 9(9).
       01 ws-teller-short-id         pic x(6).
           05 nsf-fee-found          pic x value "N".
           05 savings-min-found      pic x value "N".
           05 debit-limit-found      pic x value "N".
           05 drawer-tolerance-found pic x value "N".
           05 signoff-limit-found    pic x value "N".

       01 ws-drawer-status           pic xx.
       01 ws-drawer-present-flag     pic x(1) value "N".
           88 drawer-file-present    value "Y".
       01 ws-drawer-state            pic x(1) value "N".
           88 drawer-open-today      value "O".
           88 drawer-closed-today    value "C".
           88 no-drawer-today        value "N".
       01 ws-branch-file-status      pic xx.
           88 end-of-branch-file     value "10".
       01 ws-branch-file-date        pic 9(8).
       01 ws-over-short-status       pic xx.
       01 ws-memo-eof-flag           pic x(1).
           88 end-of-memos           value "Y".
       01 drawer-tolerance           pic 9(5)v99 value 5.00.
       01 drawer-signoff-limit       pic 9(5)v99 value 100.00.
       01 ws-opening-cash            pic 9(7)v99.
       01 ws-counted-cash            pic 9(9)v99.
       01 ws-cash-deposits           pic 9(9)v99.
       01 ws-cash-withdrawals        pic 9(9)v99.
       01 ws-expected-cash           pic s9(9)v99.
       01 ws-drawer-difference       pic s9(9)v99.
       01 ws-absolute-difference     pic 9(9)v99.
       01 ws-confirm-choice          pic x(1).
       01 ws-keyed-teller-id         pic x(10).
       01 ws-keyed-business-date     pic 9(8).
       01 ws-display-amount          pic -(9)9.99.
       01 ws-warehouse-status        pic xx.
       01 ws-warehouse-action        pic x(1).
       01 ws-warehouse-type          pic x(1).
       01 ws-keyed-effective-date    pic 9(8).
       01 ws-keyed-item-id           pic 9(9).
       01 next-item-id               pic 9(9) value 1.
       01 ws-warehouse-valid-flag    pic x(1).
           88 warehouse-item-valid   value "Y".
           88 warehouse-item-invalid value "N".

       01 teller-memo-table.
       *> The teller's own memo posts for today, loaded at close-out
       *> so a branch-file item the window already memo-posted is
       *> counted once -- the same one-memo-per-item matching the
       *> nightly posting run applies.
           05 tmemo-entry occurs 1000 times
                                   indexed by tmemo-idx.
               10 tmemo-type-code      pic x(1).
               10 tmemo-account-number pic 9(8).
               10 tmemo-amount         pic 9(7)v99.
               10 tmemo-consumed-flag  pic x(1).
       01 tmemo-entry-count          pic 9(4) value 0.
       01 ws-tmemo-found-flag        pic x(1).
           88 tmemo-match-found      value "Y".
           88 tmemo-match-missing    value "N".

       01 savings-acct               type SavingsAccount.
       01 debit-acct                 type DebitAccount.
       *> arriving again on WDTRANS, cannot post twice. The fee and
       *> limit parameters load from BUSPARMS exactly as the batch
       *> runs load them -- a teller posting and a batch posting must
       *> never run under different rules on the same day. Cash
       *> moves only through an open drawer: the day's first sign-on
       *> records the opening cash the vault issued on TLRDRAWR, and
       *> close-out proves the teller's counted cash against the
       *> opening cash plus the day's cash deposits less cash
       *> withdrawals, from the teller's memo posts and branch-file
       *> items. A difference past DRAWER-TOLERANCE posts to the
       *> cash over/short GL account through CASHOS; one past
       *> DRAWER-SIGNOFF-LIMIT waits for a supervisor's sign-off.
       *> A cashier's check is bought out of the customer's account,
       *> never the drawer, and is issued on the official-check
       *> register under its serial.
           perform sign-on-operator
           if signon-accepted
               move ws-operator-id(1:6) to ws-teller-short-id
               move function current-date(1:8) to ws-today
               perform load-business-parameters
               perform load-availability-schedule
               perform open-teller-drawer
               open i-o account-master-file
               if ws-master-status = "35"
                   display "ACCTMSTR not found -- nothing to post"
                   perform posting-session until session-done
                   close account-master-file
               end-if
               if drawer-file-present
                   close teller-drawer-file
               end-if
           end-if
           stop run
           .
                           perform write-security-log-line
                       when other
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                           if opr-is-supervisor
                               set operator-is-supervisor to true
                           end-if
                   end-evaluate
           end-read
           .
                   invoke type DebitAccount::SetDailyLimit(
                       ws-parameter-amount)
                   move "Y" to debit-limit-found
               when "DRAWER-TOLERANCE"
                   move bp-parameter-value to drawer-tolerance
                   move "Y" to drawer-tolerance-found
               when "DRAWER-SIGNOFF-LIMIT"
                   move bp-parameter-value to drawer-signoff-limit
                   move "Y" to signoff-limit-found
               when other
                   continue
           end-evaluate
               display "tellerpost: DEBIT-DAILY-LIMIT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if drawer-tolerance-found = "N"
               display "tellerpost: DRAWER-TOLERANCE not in"
                   " BUSPARMS -- using compiled default"
           end-if
           if signoff-limit-found = "N"
               display "tellerpost: DRAWER-SIGNOFF-LIMIT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       load-availability-schedule.
           perform read-next-schedule-record
           .

       open-teller-drawer.
       *> The first sign-on of the day opens the drawer with the
       *> cash the vault issued; a later sign-on picks the same
       *> drawer back up. Zero keyed as the opening cash means the
       *> operator works no drawer today (a supervisor signing off
       *> drawers, say) -- transfers still post, cash does not.
           open i-o teller-drawer-file
           if ws-drawer-status = "35"
               *> first drawer ever -- create the file
               open output teller-drawer-file
               close teller-drawer-file
               open i-o teller-drawer-file
           end-if
           if ws-drawer-status = "00"
               set drawer-file-present to true
               move ws-today to drw-business-date
               move ws-operator-id to drw-teller-id
               read teller-drawer-file
                   invalid key
                       perform issue-opening-cash
                   not invalid key
                       if drw-drawer-open
                           set drawer-open-today to true
                           move drw-opening-cash to ws-display-amount
                           display "drawer open -- opening cash "
                               ws-display-amount
                       else
                           set drawer-closed-today to true
                           display "drawer already closed today --"
                               " cash posting refused."
                       end-if
               end-read
           else
               display "TLRDRAWR unavailable -- cash posting"
                   " refused."
           end-if
           .

       issue-opening-cash.
           display "opening cash issued (0 if no drawer today): "
           accept ws-opening-cash
           if ws-opening-cash > zero
               initialize teller-drawer-record
               move ws-today to drw-business-date
               move ws-operator-id to drw-teller-id
               move ws-branch-code to drw-branch-code
               set drw-drawer-open to true
               move ws-opening-cash to drw-opening-cash
               move "N" to drw-gl-posted-flag
               write teller-drawer-record
               set drawer-open-today to true
               display "drawer opened."
           else
               display "no drawer opened -- cash posting refused."
           end-if
           .

       posting-session.
           display "transaction type W/D/T (K cashier's check,"
               " F future-dated, C close drawer, S sign off,"
               " X exit): "
           accept ws-tran-type
           move function upper-case(ws-tran-type) to ws-tran-type
           evaluate true
               when ws-tran-type = "X"
                   set session-done to true
               when teller-close-drawer
                   perform close-out-drawer
               when teller-sign-off-drawer
                   perform sign-off-drawer
               when teller-withdrawal or teller-deposit
                   if drawer-open-today
                       perform accept-transaction-fields
                       perform post-teller-transaction
                   else
                       display "no open cash drawer -- cash posting"
                           " refused."
                   end-if
               when teller-transfer
                   perform accept-transaction-fields
                   perform post-teller-transaction
               when teller-future-dated
                   perform future-dated-session
               when teller-cashiers-check
                   perform cashiers-check-session
               when other
                   display "unrecognized transaction type."
           end-evaluate
           .

       cashiers-check-session.
       *> The price of the check comes off the account through the
       *> same Withdraw every debit uses -- holds, fences, sweeps and
       *> status refusals all stand -- and journals as an OC debit.
       *> The check is then issued to the payee on OFCHECKS; should
       *> the register refuse it, the debit is backed out with an OC
       *> credit so the customer never pays for a check never cut.
       *> A refused purchase assesses no NSF fee -- nothing was
       *> presented against the account.
           display "account number: "
           accept ws-keyed-account
           move zero to ws-keyed-to-account
           display "amount: "
           accept ws-keyed-amount
           display "pay to the order of: "
           accept ws-keyed-payee
           display "item reference (0 if none): "
           accept ws-item-reference
           evaluate true
               when ws-keyed-amount = zero
                   display "amount must be positive -- no check"
                       " issued."
               when ws-keyed-payee = spaces
                   display "payee is required -- no check issued."
               when other
                   invoke type BankAccount::SetPostingOrigin(
                       ws-branch-code, ws-teller-short-id, "TLR",
                       ws-item-reference)
                   move ws-keyed-account to account-number
                   perform build-account-object
                   if current-account = null
                       display "account " ws-keyed-account
                           " not on the master (or unknown type)."
                   else
                       perform debit-for-cashiers-check
                   end-if
           end-evaluate
           .

       debit-for-cashiers-check.
           move ws-keyed-amount to ws-posting-amount
           if current-account::Withdraw(ws-posting-amount)
               compute ws-check-posting-amount = 0 - ws-keyed-amount
               invoke type BankAccount::LogPosting(
                   ws-keyed-account, "OC", ws-check-posting-amount)
               perform post-current-account-to-master
               perform issue-cashiers-check
           else
               move current-account::ReasonCode to ws-return-code
               display "refused -- reason code " ws-return-code "."
           end-if
           .

       issue-cashiers-check.
           initialize official-check-request
           set ocq-issue-check to true
           move ws-keyed-payee to ocq-payee-name
           move ws-keyed-amount to ocq-amount
           move "A" to ocq-source-type
           move ws-keyed-account to ocq-source-account
           move "T" to ocq-origin
           move ws-operator-id to ocq-issued-by
           move ws-item-reference to ocq-reference
           call "OfficialCheckIssue" using official-check-request
           if ocq-check-issued
               display "cashier's check " ocq-serial-number
                   " issued."
           else
               display "check register unavailable -- purchase"
                   " backed out."
               perform back-out-cashiers-check
           end-if
           *> closed after every check -- other tellers issue from
           *> the same register
           set ocq-close-register to true
           call "OfficialCheckIssue" using official-check-request
           .

       back-out-cashiers-check.
           move ws-keyed-account to account-number
           perform build-account-object
           if current-account not = null
               if current-account::Deposit(ws-posting-amount)
                   compute ws-check-posting-amount = ws-keyed-amount
                   invoke type BankAccount::LogPosting(
                       ws-keyed-account, "OC",
                       ws-check-posting-amount)
                   perform post-current-account-to-master
               end-if
           end-if
           .

       future-dated-session.
       *> A one-off withdrawal, deposit or transfer the customer
       *> wants on a later date does not post now -- it waits on
       *> WHSTRANS under this branch and teller until the nightly
       *> edit releases it on its effective business date. Until
       *> then the customer may change its amount or date, or cancel
       *> it. Nothing moves through the drawer here.
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
           display "account number: "
           accept ws-keyed-account
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
               when other
                   move ws-keyed-account to account-number
                   perform check-warehoused-account
                   if warehouse-item-valid and ws-warehouse-type = "T"
                       move ws-keyed-to-account to account-number
                       perform check-warehoused-account
                   end-if
           end-evaluate
           if warehouse-item-valid
               perform check-effective-date
           end-if
           .

       check-warehoused-account.
           read account-master-file
               invalid key
                   display "account " account-number
                       " not on the master -- not warehoused."
                   set warehouse-item-invalid to true
           end-read
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
       *> The id walk runs on the first add of the session, so ids
       *> keep climbing across sessions. Another session adding at
       *> the same time can take the id first -- the walk is run
       *> again past it and the item written once more before the
       *> add is given up.
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
                   perform confirm-warehoused-item
           end-write
           .

       retry-warehoused-item.
           write warehouse-record
               invalid key
                   display "item id " whs-item-id
                       " already on file -- not warehoused."
               not invalid key
                   perform confirm-warehoused-item
           end-write
           .

       confirm-warehoused-item.
           add 1 to next-item-id
           display "warehoused as item " whs-item-id
               " effective " whs-effective-date "."
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
           move ws-branch-code to whs-branch-code
           move ws-teller-short-id to whs-teller-id
           move "TLR" to whs-entry-channel
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
       *> Only an item still waiting may be touched -- once the
       *> nightly edit has released it, it is in the posting stream.
           set warehouse-item-invalid to true
           display "warehoused item id: "
           accept ws-keyed-item-id
           move ws-keyed-item-id to whs-item-id
           read warehouse-file
               invalid key
                   display "item " ws-keyed-item-id " not on file."
               not invalid key
                   if whs-item-pending
                       set warehouse-item-valid to true
                   else
                       display "item is no longer pending -- status "
                           whs-status "."
                   end-if
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
                   move ws-keyed-amount to whs-amount
                   move ws-keyed-effective-date to whs-effective-date
                   move ws-today to whs-action-date
                   move ws-operator-id to whs-action-operator
                   rewrite warehouse-record
                   display "item " whs-item-id " changed."
               end-if
           end-if
           .

       cancel-warehoused-item.
           perform read-pending-warehoused-item
           if warehouse-item-valid
               set whs-item-cancelled to true
               move ws-today to whs-action-date
               move ws-operator-id to whs-action-operator
               rewrite warehouse-record
               display "item " whs-item-id " cancelled."
           end-if
           .

       close-out-drawer.
           if not drawer-open-today
               display "no open drawer to close."
           else
               move ws-today to drw-business-date
               move ws-operator-id to drw-teller-id
               read teller-drawer-file
                   invalid key
                       display "drawer record missing -- close-out"
                           " refused."
                   not invalid key
                       perform count-and-prove-drawer
               end-read
           end-if
           .

       count-and-prove-drawer.
           display "counted cash: "
           accept ws-counted-cash
           perform prove-expected-cash
           compute ws-drawer-difference =
               ws-counted-cash - ws-expected-cash
           if ws-drawer-difference < zero
               compute ws-absolute-difference =
                   0 - ws-drawer-difference
           else
               move ws-drawer-difference to ws-absolute-difference
           end-if
           move drw-opening-cash to ws-display-amount
           display "opening cash     " ws-display-amount
           move ws-cash-deposits to ws-display-amount
           display "cash deposits    " ws-display-amount
           move ws-cash-withdrawals to ws-display-amount
           display "cash withdrawals " ws-display-amount
           move ws-expected-cash to ws-display-amount
           display "expected cash    " ws-display-amount
           move ws-counted-cash to ws-display-amount
           display "counted cash     " ws-display-amount
           move ws-drawer-difference to ws-display-amount
           display "over (+)/short(-)" ws-display-amount
           display "close the drawer on these figures? (Y/N)"
           accept ws-confirm-choice
           if ws-confirm-choice = "Y" or ws-confirm-choice = "y"
               perform record-drawer-close-out
           else
               display "drawer left open."
           end-if
           .

       record-drawer-close-out.
           move ws-cash-deposits to drw-cash-deposits
           move ws-cash-withdrawals to drw-cash-withdrawals
           move ws-expected-cash to drw-expected-cash
           move ws-counted-cash to drw-counted-cash
           move ws-drawer-difference to drw-difference
           move function current-date to drw-close-timestamp
           if ws-absolute-difference > drawer-tolerance
               perform post-over-short-to-gl
           end-if
           if ws-absolute-difference > drawer-signoff-limit
               set drw-signoff-pending to true
               display "difference over the sign-off limit --"
                   " a supervisor must sign off this drawer."
           else
               set drw-drawer-balanced to true
               display "drawer closed."
           end-if
           rewrite teller-drawer-record
           set drawer-closed-today to true
           .

       post-over-short-to-gl.
           initialize cash-over-short-line
           move ws-today to cos-business-date
           move drw-branch-code to cos-branch-code
           move ws-operator-id to cos-teller-id
           move ws-drawer-difference to cos-signed-amount
           move drw-close-timestamp to cos-posted-timestamp
           open extend cash-over-short-file
           if ws-over-short-status = "35"
               *> first over/short ever -- create the file
               open output cash-over-short-file
           end-if
           write cash-over-short-line
           close cash-over-short-file
           set drw-difference-to-gl to true
           .

       prove-expected-cash.
       *> Expected cash is the opening cash plus every cash deposit
       *> less every cash withdrawal the teller handled today:
       *> first the teller's own memo posts, then the branch file's
       *> items carrying the teller's id, skipping any the memo
       *> posts already counted. Transfers move no cash.
           move zero to ws-cash-deposits
           move zero to ws-cash-withdrawals
           move zero to tmemo-entry-count
           perform load-teller-memos
           perform add-branch-file-items
           compute ws-expected-cash = drw-opening-cash
               + ws-cash-deposits - ws-cash-withdrawals
           .

       load-teller-memos.
           move "N" to ws-memo-eof-flag
           open input memo-post-file
           if ws-memo-status = "00"
               perform read-next-memo
               perform load-one-teller-memo until end-of-memos
               close memo-post-file
           end-if
           .

       read-next-memo.
           read memo-post-file
               at end set end-of-memos to true
               not at end move memo-post-record to memo-post-line
           end-read
           .

       load-one-teller-memo.
           if mpl-business-date = ws-today
               and mpl-operator-id = ws-operator-id
               and (mpl-type-code = "D" or mpl-type-code = "W")
               if mpl-type-code = "D"
                   add mpl-amount to ws-cash-deposits
               else
                   add mpl-amount to ws-cash-withdrawals
               end-if
               if tmemo-entry-count < 1000
                   add 1 to tmemo-entry-count
                   move mpl-type-code
                       to tmemo-type-code(tmemo-entry-count)
                   move mpl-account-number
                       to tmemo-account-number(tmemo-entry-count)
                   move mpl-amount to tmemo-amount(tmemo-entry-count)
                   move "N" to tmemo-consumed-flag(tmemo-entry-count)
               end-if
           end-if
           perform read-next-memo
           .

       add-branch-file-items.
       *> Only a branch file for today counts -- yesterday's file
       *> still sitting there belongs to yesterday's drawer.
           move zero to ws-branch-file-date
           open input branch-transaction-file
           if ws-branch-file-status = "00"
               perform read-next-branch-item
               perform add-one-branch-item until end-of-branch-file
               close branch-transaction-file
           end-if
           .

       read-next-branch-item.
           read branch-transaction-file
               at end set end-of-branch-file to true
           end-read
           .

       add-one-branch-item.
           evaluate true
               when tx-header-record
                   move tx-business-date to ws-branch-file-date
               when tx-detail-record
                   if ws-branch-file-date = ws-today
                       and tx-teller-id = ws-teller-short-id
                       and (tx-type-deposit or tx-type-withdrawal)
                       perform match-teller-memo
                       if tmemo-match-missing
                           if tx-type-deposit
                               add tx-amount to ws-cash-deposits
                           else
                               add tx-amount to ws-cash-withdrawals
                           end-if
                       end-if
                   end-if
               when other
                   continue
           end-evaluate
           perform read-next-branch-item
           .

       match-teller-memo.
           set tmemo-match-missing to true
           perform match-one-teller-memo
               varying tmemo-idx from 1 by 1
               until tmemo-idx > tmemo-entry-count
                  or tmemo-match-found
           .

       match-one-teller-memo.
           if tmemo-consumed-flag(tmemo-idx) = "N"
               and tmemo-type-code(tmemo-idx) = tx-type-code
               and tmemo-account-number(tmemo-idx) = tx-account-number
               and tmemo-amount(tmemo-idx) = tx-amount
               move "Y" to tmemo-consumed-flag(tmemo-idx)
               set tmemo-match-found to true
           end-if
           .

       sign-off-drawer.
       *> A supervisor -- never the drawer's own teller -- accepts a
       *> pending difference by signing the drawer off.
           if not operator-is-supervisor
               display "drawer sign-off needs supervisor entitlement."
               move "REFUSED" to sll-event-type
               move "DRAWER SIGN-OFF" to sll-detail
               perform write-security-log-line
           else
               if not drawer-file-present
                   display "TLRDRAWR unavailable."
               else
                   display "teller operator id: "
                   accept ws-keyed-teller-id
                   display "business date (YYYYMMDD): "
                   accept ws-keyed-business-date
                   move ws-keyed-business-date to drw-business-date
                   move ws-keyed-teller-id to drw-teller-id
                   read teller-drawer-file
                       invalid key
                           display "no drawer on file for that teller"
                               " and date."
                       not invalid key
                           perform confirm-drawer-sign-off
                   end-read
               end-if
           end-if
           .

       confirm-drawer-sign-off.
           evaluate true
               when not drw-signoff-pending
                   display "drawer is not awaiting sign-off."
               when drw-teller-id = ws-operator-id
                   display "a teller cannot sign off their own"
                       " drawer."
                   move "REFUSED" to sll-event-type
                   move "OWN DRAWER SIGN-OFF" to sll-detail
                   perform write-security-log-line
               when other
                   move drw-expected-cash to ws-display-amount
                   display "expected cash    " ws-display-amount
                   move drw-counted-cash to ws-display-amount
                   display "counted cash     " ws-display-amount
                   move drw-difference to ws-display-amount
                   display "over (+)/short(-)" ws-display-amount
                   display "sign off this drawer? (Y/N)"
                   accept ws-confirm-choice
                   if ws-confirm-choice = "Y"
                       or ws-confirm-choice = "y"
                       set drw-signed-off to true
                       move ws-operator-id to drw-supervisor-id
                       move function current-date
                           to drw-signoff-timestamp
                       rewrite teller-drawer-record
                       display "drawer signed off."
                   else
                       display "nothing changed."
                   end-if
           end-evaluate
           .

       accept-transaction-fields.
           display "account number: "
           accept ws-keyed-account
                               to account-status
                           set savings-acct::HeldAmount to avl-held-amount
                           set savings-acct::FencedAmount to lgl-fenced-amount
                           set savings-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set savings-acct::RecoveredAmount
                               to chg-recovered-amount
                           set current-account to savings-acct
                       when account-type-debit
                           set debit-acct to new DebitAccount
                               to account-status
                           set debit-acct::HeldAmount to avl-held-amount
                           set debit-acct::FencedAmount to lgl-fenced-amount
                           set debit-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set debit-acct::RecoveredAmount
                               to chg-recovered-amount
                           set current-account to debit-acct
                       when account-type-checking
                           set checking-acct to new CheckingAccount
                               to account-status
                           set checking-acct::HeldAmount to avl-held-amount
                           set checking-acct::FencedAmount to lgl-fenced-amount
                           set checking-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set checking-acct::RecoveredAmount
                               to chg-recovered-amount
                           set checking-acct::CreditLimit
                               to od-credit-limit
                           set checking-acct::DrawnBalance
                               to account-status
                           set timedep-acct::HeldAmount to avl-held-amount
                           set timedep-acct::FencedAmount to lgl-fenced-amount
                           set timedep-acct::ChargedOffAmount
                               to chg-charged-off-amount
                           set timedep-acct::RecoveredAmount
                               to chg-recovered-amount
                           set timedep-acct::TermMonths
                               to cd-term-months
                           set timedep-acct::MaturityDate
                   set savings-acct::AccountStatus to account-status
                   set savings-acct::HeldAmount to avl-held-amount
                   set savings-acct::FencedAmount to lgl-fenced-amount
                   set savings-acct::ChargedOffAmount
                       to chg-charged-off-amount
                   set savings-acct::RecoveredAmount
                       to chg-recovered-amount
                   set checking-acct::LinkedSavings to savings-acct
           end-read
           .
                       to account-status
                   compute avl-held-amount rounded =
                       current-account::HeldAmount
                   if account-charged-off
                       compute chg-recovered-amount rounded =
                           current-account::RecoveredAmount
                   end-if
                   if account-type-checking
                       set od-sync-acct to current-account
                       compute od-drawn-balance rounded =
                           to account-status
                       compute avl-held-amount rounded =
                           savings-acct::HeldAmount
                       if account-charged-off
                           compute chg-recovered-amount rounded =
                               savings-acct::RecoveredAmount
                       end-if
                       rewrite account-record
               end-read
           end-if
