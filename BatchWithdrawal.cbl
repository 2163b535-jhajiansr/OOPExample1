           select override-file assign to "ACCTOVRD"
               organization line sequential
               file status is ws-override-status.
           select warehouse-file assign to "WHSTRANS"
               organization indexed
               access dynamic
               record key is whs-item-id
               file status is ws-warehouse-status.

       data division.
       file section.
       fd  override-file.
           copy "OverrideRecord.cpy".

       fd  warehouse-file.
           copy "WarehouseRecord.cpy".

       working-storage section.
       copy "TransactionRecord.cpy".
       01 ws-transaction-status      pic xx.
           88 group-record-found     value "Y".
           88 group-record-missing   value "N".

       01 ws-checking-record-save    pic x(300).
       *> Snapshot of account-record taken before a secondary lookup
       *> against account-master-file for a checking account's linked
       *> savings account -- this is the only file reference both reads
       *> Held as a plain byte buffer sized past the record so the
       *> master layout can grow without this area falling out of sync.

       01 ws-transfer-record-save    pic x(300).
       *> Same record-save discipline as ws-checking-record-save above,
       *> but for the secondary master lookup against a transfer's
       *> credit-side account -- the group account's own record image
           88 end-of-schedule        value "10".
           88 schedule-not-found     value "35".
       01 ws-holds-status            pic xx.
       01 ws-warehouse-status        pic xx.
       01 ws-warehouse-present-flag  pic x(1) value "N".
           88 warehouse-file-present value "Y".

       01 avail-schedule-table.
       *> Hold days per deposit channel, loaded from AVAILSCH before
               *> first hold ever -- create the file
               open output holds-file
           end-if
           open i-o warehouse-file
           if ws-warehouse-status = "35"
               *> nothing has ever been warehoused
               continue
           else
               set warehouse-file-present to true
           end-if
           open input sorted-transaction-file
           perform read-checkpoint
           move "N" to ws-eof-flag
                               to account-status
                           compute avl-held-amount rounded =
                               current-account::HeldAmount
                           if account-charged-off
                               compute chg-recovered-amount rounded =
                                   current-account::RecoveredAmount
                           end-if
                           if account-type-checking
                               set checking-acct to current-account
                               compute od-drawn-balance rounded =
       *> memo has not already absorbed an earlier branch record --
       *> each memo covers exactly one branch transaction, so two
       *> identical branch items against one memo post once and
       *> report once. A released warehoused item (channel WHS) was
       *> never at the window today and never matches a memo.
           set memo-match-missing to true
           move zero to ws-memo-slot
           if tx-channel-code not = "WHS"
               perform match-one-memo
                   varying memo-idx from 1 by 1
                   until memo-idx > memo-entry-count
                      or memo-match-found
           end-if
           if memo-match-found
               move "Y" to mem-consumed-flag(ws-memo-slot)
           end-if
                       to account-status
                   compute avl-held-amount rounded =
                       transfer-to-account::HeldAmount
                   if account-charged-off
                       compute chg-recovered-amount rounded =
                           transfer-to-account::RecoveredAmount
                   end-if
                   if account-type-checking
                       *> a credit to a checking target may have paid
                       *> its overdraft line down inside Deposit --
           write report-line
           perform count-transaction-outcome
           perform tally-branch-settlement
           if tx-channel-code = "WHS"
               perform record-warehouse-outcome
           end-if
           .

       record-warehouse-outcome.
       *> A released warehoused item reports its outcome back onto
       *> WHSTRANS -- posted, or failed with the reason code -- so
       *> the daily warehouse report can list the ones that did not
       *> go through. An item no longer on the file posts all the
       *> same.
           if warehouse-file-present
               move tx-reference to whs-item-id
               read warehouse-file
                   invalid key
                       continue
                   not invalid key
                       if ws-return-code = "00"
                           set whs-item-posted to true
                       else
                           set whs-item-failed to true
                       end-if
                       move ws-return-code to whs-reason-code
                       rewrite warehouse-record
               end-read
           end-if
           .

       tally-branch-settlement.
                   set savings-acct::AccountStatus to account-status
                   set savings-acct::HeldAmount to avl-held-amount
                   set savings-acct::FencedAmount to lgl-fenced-amount
                   set savings-acct::ChargedOffAmount
                       to chg-charged-off-amount
                   set savings-acct::RecoveredAmount
                       to chg-recovered-amount
                   set current-account to savings-acct
               when account-type-debit
                   set debit-acct to new DebitAccount
                   set debit-acct::AccountStatus to account-status
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
                   set timedep-acct::AccountStatus to account-status
                   set timedep-acct::HeldAmount to avl-held-amount
                   set timedep-acct::FencedAmount to lgl-fenced-amount
                   set timedep-acct::ChargedOffAmount
                       to chg-charged-off-amount
                   set timedep-acct::RecoveredAmount
                       to chg-recovered-amount
                   set timedep-acct::TermMonths to cd-term-months
                   set timedep-acct::MaturityDate to cd-maturity-date
                   set timedep-acct::ContractRate to cd-contract-rate
                   set savings-acct::AccountStatus to account-status
                   set savings-acct::HeldAmount to avl-held-amount
                   set savings-acct::FencedAmount to lgl-fenced-amount
                   set savings-acct::ChargedOffAmount
                       to chg-charged-off-amount
                   set savings-acct::RecoveredAmount
                       to chg-recovered-amount
                   perform apply-linked-savings-overrides
                   set checking-acct::LinkedSavings to savings-acct
           end-read
                           to account-status
                       compute avl-held-amount rounded =
                           savings-acct::HeldAmount
                       if account-charged-off
                           compute chg-recovered-amount rounded =
                               savings-acct::RecoveredAmount
                       end-if
                       rewrite account-record
               end-read
               move ws-checking-record-save to account-record
           close sorted-transaction-file
           close account-master-file
           close holds-file
           if warehouse-file-present
               close warehouse-file
           end-if
           close report-file
           perform write-run-log-end
           .
