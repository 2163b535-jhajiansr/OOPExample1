       identification division.

       program-id. StopPayment.

       environment division.
       input-output section.
       file-control.
           select stop-payment-file assign to "STOPPAY"
               organization indexed
               access dynamic
               record key is stp-stop-key
               file status is ws-stop-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select operator-master-file assign to "OPERMSTR"
               organization indexed
               access dynamic
               record key is opr-operator-id
               file status is ws-operator-master-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.
           select maintenance-log-file assign to "MAINTLOG"
               organization line sequential.
           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.

       data division.
       file section.
       fd  stop-payment-file.
           copy "StopPaymentRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       fd  maintenance-log-file.
       01  maintenance-log-record pic x(100).

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-stop-status             pic xx.
       01 ws-master-status           pic xx.
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-seclog-status           pic xx.
       copy "SecurityLogRecord.cpy".
       01 ws-operator-id             pic x(10).
       01 ws-signon-password         pic x(10).
       01 ws-signon-tries            pic 9(1).
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-today                   pic 9(8).
       01 ws-menu-choice             pic x(1).
       01 ws-session-flag            pic x(1) value "N".
           88 session-done           value "Y".
       01 ws-keyed-account           pic 9(8).
       01 ws-keyed-sequence          pic 9(3).
       01 ws-keyed-amount-low        pic 9(7)v99.
       01 ws-keyed-amount-high       pic 9(7)v99.
       01 ws-keyed-serial            pic x(9).
       01 ws-keyed-reference         pic x(12).
       01 ws-keyed-expiry            pic 9(8).
       01 ws-log-timestamp           pic x(26).
       01 ws-amount-display          pic 9(8)v99.
       01 ws-amount-display-x redefines ws-amount-display pic x(10).
       01 ws-stop-expiry-days        pic 9(3) value 180.
       01 ws-expiry-found-flag       pic x(1) value "N".
           88 expiry-days-found      value "Y".
       01 ws-expiry-date-integer     pic 9(8) comp.
       01 ws-highest-sequence        pic 9(3).
       01 ws-walk-flag               pic x(1).
           88 stop-walk-done         value "Y".
           88 stop-walk-open         value "N".
       01 ws-stops-listed            pic 9(3).

       01 maintenance-log-line.
       *> Same layout account maintenance writes -- who placed or
       *> released the stop, which account, the stop's sequence in
       *> the old-value slot and its amount in the new-value slot.
           05 mll-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 mll-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 mll-account-number  pic 9(8).
           05 filler              pic x(1) value space.
           05 mll-field-name      pic x(10).
           05 filler              pic x(1) value space.
           05 mll-old-value       pic x(10).
           05 filler              pic x(1) value space.
           05 mll-new-value       pic x(10).
           05 filler              pic x(1) value space.
           05 mll-checker-id      pic x(10).

       procedure division.
       *> Entry desk for stop-payment orders: an operator records the
       *> account, the amount (or amount range), optionally the check
       *> serial or network reference the customer wants stopped, and
       *> how long the stop is to stand. The stop bites wherever a
       *> debit tries to leave the account -- check clearing, the
       *> network translator, the standing-order and external-payment
       *> runs -- and the nightly stop-payment run charges the stop
       *> fee, letters the customer before the stop lapses and marks
       *> it expired once it has. Releasing a stop (the customer
       *> changed their mind) ends it at once. Every placement and
       *> release goes to MAINTLOG under the operator's id.
           perform sign-on-operator
           if signon-accepted
               move function current-date(1:8) to ws-today
               perform load-business-parameters
               open i-o stop-payment-file
               if ws-stop-status = "35"
                   *> first stop ever -- create the file
                   open output stop-payment-file
                   close stop-payment-file
                   open i-o stop-payment-file
               end-if
               open input account-master-file
               if ws-master-status = "35"
                   display "ACCTMSTR not found -- no accounts to"
                       " place stops on."
               else
                   perform stop-session until session-done
                   close account-master-file
               end-if
               close stop-payment-file
           end-if
           stop run
           .

       sign-on-operator.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- stop-payment entry"
                   " unavailable."
           else
               move zero to ws-signon-tries
               perform attempt-sign-on
                   until signon-accepted or ws-signon-tries >= 3
               close operator-master-file
               if signon-refused
                   display "sign-on refused -- session ended."
               end-if
           end-if
           .

       attempt-sign-on.
           add 1 to ws-signon-tries
           display "stop payments -- enter operator id: "
           accept ws-operator-id
           display "password: "
           accept ws-signon-password
           move ws-operator-id to opr-operator-id
           read operator-master-file
               invalid key
                   perform log-failed-sign-on
               not invalid key
                   evaluate true
                       when opr-password not = ws-signon-password
                           perform log-failed-sign-on
                       when not opr-active
                           perform log-failed-sign-on
                       when not opr-may-maintain
                           display "no maintenance entitlement."
                           move "REFUSED" to sll-event-type
                           move "ENTRY LEVEL TOO LOW" to sll-detail
                           perform write-security-log-line
                       when other
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                   end-evaluate
           end-read
           .

       log-failed-sign-on.
           display "sign-on failed."
           move "SIGNFAIL" to sll-event-type
           move spaces to sll-detail
           perform write-security-log-line
           .

       load-business-parameters.
       *> Only the default stop life is taken from BUSPARMS here; the
       *> stop fee itself is charged by the nightly run.
           open input business-parameter-file
           if parameters-not-found
               display "stoppayment: BUSPARMS missing -- using"
                   " compiled defaults"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not expiry-days-found
               display "stoppayment: STOP-EXPIRY-DAYS not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "STOP-EXPIRY-DAYS"
                   move bp-parameter-value to ws-stop-expiry-days
                   set expiry-days-found to true
                   display "stoppayment: STOP-EXPIRY-DAYS loaded "
                       bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       stop-session.
           display "1=place stop 2=release stop 3=list stops"
               " 0=done: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   perform place-new-stop
               when "2"
                   perform release-stop
               when "3"
                   perform list-account-stops
               when "0"
                   set session-done to true
               when other
                   display "unrecognized choice."
           end-evaluate
           .

       place-new-stop.
           display "account number: "
           accept ws-keyed-account
           move ws-keyed-account to account-number
           read account-master-file
               invalid key
                   display "account " ws-keyed-account
                       " not on the master -- stop not placed."
               not invalid key
                   if account-closed
                       display "account " ws-keyed-account
                           " is closed -- stop not placed."
                   else
                       perform capture-stop-details
                   end-if
           end-read
           .

       capture-stop-details.
       *> A zero high amount makes an exact-amount stop; a blank
       *> serial and reference make the stop catch any debit in
       *> range; a zero expiry takes the standard stop life.
           display "amount (low end of range): "
           accept ws-keyed-amount-low
           display "high end of range (0 = exact amount): "
           accept ws-keyed-amount-high
           if ws-keyed-amount-high = zero
               move ws-keyed-amount-low to ws-keyed-amount-high
           end-if
           display "check serial (blank = any): "
           accept ws-keyed-serial
           display "network reference (blank = any): "
           accept ws-keyed-reference
           display "expiry date yyyymmdd (0 = standard): "
           accept ws-keyed-expiry
           if ws-keyed-expiry = zero
               compute ws-expiry-date-integer =
                   function integer-of-date(ws-today)
                   + ws-stop-expiry-days
               move function date-of-integer(ws-expiry-date-integer)
                   to ws-keyed-expiry
           end-if
           evaluate true
               when ws-keyed-amount-high < ws-keyed-amount-low
                   display "high amount below low amount -- stop not"
                       " placed."
               when ws-keyed-expiry < ws-today
                   display "expiry date already past -- stop not"
                       " placed."
               when other
                   perform find-highest-sequence
                   if ws-highest-sequence >= 999
                       display "account " ws-keyed-account
                           " has no stop numbers left."
                   else
                       perform write-new-stop
                   end-if
           end-evaluate
           .

       find-highest-sequence.
           move zero to ws-highest-sequence
           move ws-keyed-account to stp-account-number
           move zero to stp-stop-sequence
           set stop-walk-open to true
           start stop-payment-file key is greater than or equal
               to stp-stop-key
               invalid key set stop-walk-done to true
           end-start
           perform note-next-sequence until stop-walk-done
           .

       note-next-sequence.
           read stop-payment-file next record
               at end set stop-walk-done to true
               not at end
                   if stp-account-number not = ws-keyed-account
                       set stop-walk-done to true
                   else
                       move stp-stop-sequence to ws-highest-sequence
                   end-if
           end-read
           .

       write-new-stop.
           initialize stop-payment-record
           move ws-keyed-account to stp-account-number
           compute stp-stop-sequence = ws-highest-sequence + 1
           move ws-keyed-amount-low to stp-amount-low
           move ws-keyed-amount-high to stp-amount-high
           move ws-keyed-serial to stp-check-serial
           move ws-keyed-reference to stp-network-reference
           move ws-keyed-expiry to stp-expiry-date
           move ws-today to stp-entry-date
           set stp-stop-active to true
           set stp-notice-not-sent to true
           move ws-operator-id to stp-operator-id
           write stop-payment-record
           move "STOP-PLACE" to mll-field-name
           move stp-stop-sequence to mll-old-value
           move ws-keyed-amount-low to ws-amount-display
           move ws-amount-display-x to mll-new-value
           perform write-maintenance-log-line
           display "stop " stp-stop-sequence " placed on "
               ws-keyed-account " -- expires " ws-keyed-expiry "."
           .

       release-stop.
           display "account number: "
           accept ws-keyed-account
           display "stop number to release: "
           accept ws-keyed-sequence
           move ws-keyed-account to stp-account-number
           move ws-keyed-sequence to stp-stop-sequence
           read stop-payment-file
               invalid key
                   display "stop " ws-keyed-sequence " not on file"
                       " for " ws-keyed-account "."
               not invalid key
                   if stp-stop-active
                       perform lift-one-stop
                   else
                       display "stop is not active -- nothing to"
                           " release."
                   end-if
           end-read
           .

       lift-one-stop.
           set stp-stop-released to true
           move ws-today to stp-action-date
           rewrite stop-payment-record
           move "STOP-RELSE" to mll-field-name
           move stp-stop-sequence to mll-old-value
           move stp-amount-low to ws-amount-display
           move ws-amount-display-x to mll-new-value
           perform write-maintenance-log-line
           display "stop " ws-keyed-sequence " on " ws-keyed-account
               " released."
           .

       list-account-stops.
           display "account number: "
           accept ws-keyed-account
           move zero to ws-stops-listed
           move ws-keyed-account to stp-account-number
           move zero to stp-stop-sequence
           set stop-walk-open to true
           start stop-payment-file key is greater than or equal
               to stp-stop-key
               invalid key set stop-walk-done to true
           end-start
           perform list-next-stop until stop-walk-done
           if ws-stops-listed = zero
               display "no stops on file for " ws-keyed-account "."
           end-if
           .

       list-next-stop.
           read stop-payment-file next record
               at end set stop-walk-done to true
               not at end
                   if stp-account-number not = ws-keyed-account
                       set stop-walk-done to true
                   else
                       add 1 to ws-stops-listed
                       display "stop " stp-stop-sequence
                           " status " stp-stop-status
                           " amount " stp-amount-low
                           " to " stp-amount-high
                           " serial " stp-check-serial
                           " ref " stp-network-reference
                           " expires " stp-expiry-date
                   end-if
           end-read
           .

       write-maintenance-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to mll-timestamp
           move ws-operator-id to mll-operator-id
           move ws-keyed-account to mll-account-number
           move spaces to mll-checker-id
           open extend maintenance-log-file
           move maintenance-log-line to maintenance-log-record
           write maintenance-log-record
           close maintenance-log-file
           .

       write-security-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to sll-timestamp
           move "STOPPAYMENT" to sll-program-id
           move ws-operator-id to sll-operator-id
           open extend security-log-file
           if ws-seclog-status = "35"
               *> first ever security-log write -- create the file
               open output security-log-file
           end-if
           move security-log-line to security-log-record
           write security-log-record
           close security-log-file
           .

       end program StopPayment.
