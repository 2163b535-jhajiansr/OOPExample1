       01 held-amount float-long value 0 property as "HeldAmount".
       01 fenced-amount float-long value 0
           property as "FencedAmount".
       01 charged-off-amount float-long value 0
           property as "ChargedOffAmount".
       01 recovered-amount float-long value 0
           property as "RecoveredAmount".
      *> held-amount is the part of the balance still inside a
      *> deposit's funds-availability hold window; fenced-amount is
      *> what legal orders have fenced off for the remittance run.
      *> Every Withdraw in the hierarchy checks available funds
      *> (balance less held less fenced), while the ledger balance
      *> itself carries the full amount. charged-off-amount and
      *> recovered-amount carry a charged-off account's write-off and
      *> the recoveries posted against it so far; a deposit is a
      *> recovery only up to the part not yet recovered.
       01 account-status pic x(1) value "A"
           property as "AccountStatus".
           88 account-is-active value "A".
           88 account-is-closed value "C".
           88 account-is-held   value "H".
           88 account-is-charged-off value "W".
           88 account-is-estate-frozen value "E".
       01 reason-code pic x(02) property as "ReasonCode".
           88 reason-success             value "00".
           88 reason-insufficient-funds  value "01".
           88 reason-limit-exceeded      value "03".
           88 reason-account-closed      value "04".
           88 reason-account-held       value "06".
           88 reason-owner-deceased     value "07".
       01 audit-timestamp pic x(26).
       copy "AuditDetailRecord.cpy".
       01 posting-timestamp pic x(26).
       01 posting-amount float-long.
       01 recovery-amount float-long.
       01 recovery-posting-amount float-long.
       copy "PostingJournalRecord.cpy".
       01 nsf-fee pic 9(3)v99 value 35.00.
       01 account-nsf-fee float-long value 0.
       *> Process for general withdrawal from a bank account -- an
       *> account under a fraud-review hold refuses every withdrawal
       *> with its own reason code until an operator lifts the hold.
       *> A charged-off account refuses every withdrawal the way a
       *> closed one does; every override below does the same. An
       *> account frozen for a deceased sole owner's estate refuses
       *> withdrawals like a held one, under reason code 07, while
       *> deposits to it still land.
           if account-is-closed or account-is-charged-off
               set reason-account-closed to true
               set result to false
           else
               if account-is-held or account-is-estate-frozen
                   if account-is-held
                       set reason-account-held to true
                   else
                       set reason-owner-deceased to true
                   end-if
                   set result to false
               else
                   if amount <= balance - held-amount - fenced-amount

       procedure division using amount as float-long
                      returning result as condition-value.
       *> Process for general deposit to a bank account. A deposit
       *> to a charged-off account is a recovery of money already
       *> written off, up to what is still unrecovered -- the
       *> charged-off amount less the recoveries to date. That part
       *> journals as an RC debit beside the driver's own DP credit
       *> and is added to RecoveredAmount; the GL books it against
       *> the loss account, not the customer. Any part of the
       *> deposit past it is the customer's and credits the balance.
       *> Either way the account stays charged off.
           if account-is-closed
               set reason-account-closed to true
               set result to false
           else
           if account-is-charged-off
               compute recovery-amount =
                   charged-off-amount - recovered-amount
               if recovery-amount > amount
                   move amount to recovery-amount
               end-if
               if recovery-amount > 0
                   add recovery-amount to recovered-amount
                   compute recovery-posting-amount =
                       0 - recovery-amount
                   invoke type BankAccount::LogPosting(
                       account-number, "RC", recovery-posting-amount)
               else
                   move 0 to recovery-amount
               end-if
               compute balance = balance + amount - recovery-amount
               set reason-success to true
               set result to true
           else
               add amount to balance
               set reason-success to true
               set result to true
           end-if
           end-if
       end method.
       method-id Close.

           else
               move minimum-balance to effective-minimum
           end-if
           if account-is-closed or account-is-charged-off
               set reason-account-closed to true
               set result to false
           else
               if account-is-held or account-is-estate-frozen
                   if account-is-held
                       set reason-account-held to true
                   else
                       set reason-owner-deceased to true
                   end-if
                   set result to false
               else
                   if balance - amount < effective-minimum
       *> debit. On or after maturity the deposit withdraws like any
       *> other balance. A fraud-review hold refuses the withdrawal
       *> outright, as in the base class.
           if account-is-closed or account-is-charged-off
               set reason-account-closed to true
               set result to false
           else
           if account-is-held or account-is-estate-frozen
               if account-is-held
                   set reason-account-held to true
               else
                   set reason-owner-deceased to true
               end-if
               set result to false
           else
               if amount > balance - held-amount - fenced-amount
       *> that needed neither leaves nothing to undo.
           move 0 to last-sweep-amount
           move 0 to last-draw-amount
           if account-is-closed or account-is-charged-off
               set reason-account-closed to true
               set result to false
           else
           if account-is-held or account-is-estate-frozen
               if account-is-held
                   set reason-account-held to true
               else
                   set reason-owner-deceased to true
               end-if
               set result to false
           else
               if amount <= balance - held-amount - fenced-amount
       *> overdraft draw is paid down first, and only the remainder
       *> stays on the customer's balance. The paydown journals as an
       *> OP debit beside the driver's own DP credit, so the journal
       *> lines still sum to the balance movement. A charged-off
       *> account takes the deposit as a recovery, capped at what is
       *> still unrecovered, as in the base class -- the written-off
       *> line is not paid down from it.
           if account-is-closed
               set reason-account-closed to true
               set result to false
           else
           if account-is-charged-off
               compute recovery-amount =
                   charged-off-amount - recovered-amount
               if recovery-amount > amount
                   move amount to recovery-amount
               end-if
               if recovery-amount > 0
                   add recovery-amount to recovered-amount
                   compute recovery-posting-amount =
                       0 - recovery-amount
                   invoke type BankAccount::LogPosting(
                       account-number, "RC", recovery-posting-amount)
               else
                   move 0 to recovery-amount
               end-if
               compute balance = balance + amount - recovery-amount
               set reason-success to true
               set result to true
           else
               add amount to balance
               if drawn-balance > 0
               set reason-success to true
               set result to true
           end-if
           end-if
       end method.
       method-id UndoLastSweep override.

       *> whenever the business day rolls over. The cap is the
       *> per-account override when one was loaded, the bank-wide
       *> figure otherwise.
           if account-is-closed or account-is-charged-off
               set reason-account-closed to true
               set result to false
           else
           if account-is-held or account-is-estate-frozen
               if account-is-held
                   set reason-account-held to true
               else
                   set reason-owner-deceased to true
               end-if
               set result to false
           else
               move function current-date(1:8) to today-date
