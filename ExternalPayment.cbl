
       01 ws-today                   pic 9(8).
       01 ws-payment-amount          float-long.
       01 ws-stop-serial             pic x(9).
       01 ws-stop-reference          pic x(12).
       01 ws-stop-source             pic x(4) value "XPAY".
       01 ws-stop-item-ref           pic x(12).
       01 ws-stop-result             pic x(1).
           88 item-stopped           value "Y".
       01 ws-credit-amount           float-long.
       01 ws-payee-found-flag        pic x(1).
           88 payee-usable           value "Y".
       01 originated-count           pic 9(7) value 0.
       01 originated-total           pic 9(11)v99 value 0.
       01 failed-count               pic 9(7) value 0.
       01 stopped-count              pic 9(7) value 0.
       01 returned-count             pic 9(7) value 0.

       01 roll-date-integer          pic 9(8) comp.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "RETURNED: ".
           05 xsl-returned       pic zzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(9) value "STOPPED: ".
           05 xsl-stopped        pic zzzzz9.

       procedure division.
       *> Nightly external-payment step in the standing-order window:
       *> against an account that cannot cover it.
           move so-amount to ws-payment-amount
           perform look-up-payee
           perform check-stop-payment
           if item-stopped
               *> the customer stopped this payment -- nothing is
               *> debited or shipped, the schedule rolls on
               move "11" to ws-return-code
               perform write-stopped-order-line
           else
           if payee-not-usable
               move "06" to ws-return-code
               perform write-failed-order-line
                   end-if
               end-if
           end-if
           end-if
           perform roll-next-run-date
           rewrite standing-order-record
           .

       check-stop-payment.
       *> A stop-payment order on the funding account that covers
       *> this amount turns the payment away before the customer is
       *> debited; the order number stands in as the item reference
       *> on the stop register.
           move spaces to ws-stop-serial
           move spaces to ws-stop-reference
           move so-order-number to ws-stop-item-ref
           call "StopPaymentCheck" using so-from-account
               so-amount ws-stop-serial ws-stop-reference
               ws-stop-source ws-stop-item-ref ws-stop-result
           .

       look-up-payee.
           set payee-not-usable to true
           if payees-not-found
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
                           set from-account-is-debit to true
                       when account-type-checking
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
           add 1 to failed-count
           .

       write-stopped-order-line.
           perform fill-register-fields
           move so-amount to xdl-amount
           move "STOPPED" to xdl-status
           move ws-return-code to xdl-reason-code
           perform write-register-line-raw
           add 1 to stopped-count
           .

       write-register-line-raw.
           move register-detail-line to register-line
           write register-line
           move originated-count to xsl-originated
           move failed-count to xsl-failed
           move returned-count to xsl-returned
           move stopped-count to xsl-stopped
           move register-summary-line to register-line
           write register-line
           close standing-order-file
