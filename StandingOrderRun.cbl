           05 savings-min-found      pic x value "N".
           05 debit-limit-found      pic x value "N".
       01 ws-transfer-amount         float-long.
       01 ws-stop-serial             pic x(9).
       01 ws-stop-reference          pic x(12).
       01 ws-stop-source             pic x(4) value "SO".
       01 ws-stop-item-ref           pic x(12).
       01 ws-stop-result             pic x(1).
           88 item-stopped           value "Y".
       01 ws-from-checking-flag      pic x(1) value "N".
           88 from-account-is-checking value "Y".
       01 ws-from-debit-flag         pic x(1) value "N".

       01 executed-count             pic 9(5) value 0.
       01 failed-count               pic 9(5) value 0.
       01 stopped-count              pic 9(5) value 0.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-sequencer-step          pic x(18) value "STANDINGORDERRUN".
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "FAILED:   ".
           05 rsu-failed-count   pic zzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "STOPPED:  ".
           05 rsu-stopped-count  pic zzzz9.

       procedure division.
           perform write-run-log-start
       *> register for the branch to chase, not retried every night
       *> against an account that cannot cover it.
           move so-amount to ws-transfer-amount
           perform check-stop-payment
           evaluate true
               when item-stopped
                   *> the customer stopped this occurrence -- skipped
                   *> and reported (11), the schedule rolls on as
                   *> for any other order that did not execute
                   move "11" to ws-return-code
                   perform write-register-line
                   perform roll-next-run-date
                   rewrite standing-order-record
               when so-from-account = so-to-account
                   *> a self-transfer order would build two objects
                   *> of the one account and the two master rewrites
                   *> would net the customer a free credit -- reject
                   *> it on the register (08) for the branch to fix
                   *> the order
                   move "08" to ws-return-code
                   perform write-register-line
                   perform roll-next-run-date
                   rewrite standing-order-record
               when other
                   perform execute-transfer-order
           end-evaluate
           .

       check-stop-payment.
       *> A stop-payment order on the funding account that covers
       *> this amount turns the occurrence away before any object is
       *> built; the order number stands in as the item reference on
       *> the stop register.
           move spaces to ws-stop-serial
           move spaces to ws-stop-reference
           move so-order-number to ws-stop-item-ref
           call "StopPaymentCheck" using so-from-account
               so-amount ws-stop-serial ws-stop-reference
               ws-stop-source ws-stop-item-ref ws-stop-result
           .

       execute-transfer-order.
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
                       *> a credit leg into a charged-off account
                       *> posted as a recovery
                       compute chg-recovered-amount rounded =
                           current-account::RecoveredAmount
                   end-if
                   if account-type-checking
                       *> either leg of a checking account may have
                       *> moved its overdraft line -- a debit leg
           move so-to-account to sdl-to-account
           move so-amount to sdl-amount
           move ws-return-code to sdl-reason-code
           evaluate ws-return-code
               when "00"
                   move "EXECUTED" to sdl-status
                   add 1 to executed-count
               when "11"
                   move "STOPPED" to sdl-status
                   add 1 to stopped-count
               when other
                   move "FAILED" to sdl-status
                   add 1 to failed-count
           end-evaluate
           move register-detail-line to register-line
           write register-line
           .
           else
               move executed-count to rsu-executed-count
               move failed-count to rsu-failed-count
               move stopped-count to rsu-stopped-count
               move register-summary-line to register-line
               write register-line
               close standing-order-file
