       identification division.

       program-id. StopPaymentCheck.

       environment division.
       input-output section.
       file-control.
           select stop-payment-file assign to "STOPPAY"
               organization indexed
               access dynamic
               record key is stp-stop-key
               file status is ws-stop-status.
           select stopped-item-file assign to "STOPITEM"
               organization line sequential
               file status is ws-stopped-item-status.

       data division.
       file section.
       fd  stop-payment-file.
           copy "StopPaymentRecord.cpy".

       fd  stopped-item-file.
       01  stopped-item-record pic x(60).

       working-storage section.
       01 ws-stop-status             pic xx.
           88 stops-not-found        value "35".
       01 ws-stopped-item-status     pic xx.
       01 ws-today                   pic 9(8).
       01 ws-walk-flag               pic x(1).
           88 stop-walk-done         value "Y".
           88 stop-walk-open         value "N".
       01 ws-matched-sequence        pic 9(3).
       copy "StoppedItemRecord.cpy".

       linkage section.
       01 stop-check-account         pic 9(8).
       01 stop-check-amount          pic 9(7)v99.
       01 stop-check-serial          pic x(9).
       01 stop-check-reference       pic x(12).
       01 stop-check-source          pic x(4).
       01 stop-check-item-ref        pic x(12).
       01 stop-check-result          pic x(1).
           88 item-is-stopped        value "Y".
           88 item-not-stopped       value "N".

       procedure division using stop-check-account
                                stop-check-amount
                                stop-check-serial
                                stop-check-reference
                                stop-check-source
                                stop-check-item-ref
                                stop-check-result.
       *> Stop-payment gate every step that lets a debit out of an
       *> account calls before the debit posts or passes: the
       *> account's stops are walked in key order and the first live
       *> one that matches the item turns it away. A stop naming a
       *> check serial only catches that check, one naming a network
       *> reference only that network item; a stop naming neither
       *> catches any debit inside its amount range. Stops past
       *> their expiry date no longer bite even before the nightly
       *> stop-payment run marks them expired. A turned-away item is
       *> appended to STOPITEM for the stop fee and the stop register
       *> -- the caller returns or skips the item itself.
           set item-not-stopped to true
           move function current-date(1:8) to ws-today
           open input stop-payment-file
           if stops-not-found
               *> no stop has ever been placed
               continue
           else
               move stop-check-account to stp-account-number
               move zero to stp-stop-sequence
               set stop-walk-open to true
               start stop-payment-file key is greater than or equal
                   to stp-stop-key
                   invalid key set stop-walk-done to true
               end-start
               perform match-next-stop
                   until stop-walk-done or item-is-stopped
               close stop-payment-file
           end-if
           if item-is-stopped
               perform log-stopped-item
           end-if
           goback
           .

       match-next-stop.
           read stop-payment-file next record
               at end set stop-walk-done to true
               not at end
                   if stp-account-number not = stop-check-account
                       set stop-walk-done to true
                   else
                       perform test-one-stop
                   end-if
           end-read
           .

       test-one-stop.
           if stp-stop-active
               and stp-expiry-date >= ws-today
               and stop-check-amount >= stp-amount-low
               and stop-check-amount <= stp-amount-high
               and (stp-check-serial = spaces
                    or stp-check-serial = stop-check-serial)
               and (stp-network-reference = spaces
                    or stp-network-reference = stop-check-reference)
               move stp-stop-sequence to ws-matched-sequence
               set item-is-stopped to true
           end-if
           .

       log-stopped-item.
           initialize stopped-item-line
           move ws-today to sti-stop-date
           move stop-check-account to sti-account-number
           move ws-matched-sequence to sti-stop-sequence
           move stop-check-source to sti-source
           move stop-check-item-ref to sti-item-reference
           move stop-check-amount to sti-amount
           open extend stopped-item-file
           if ws-stopped-item-status = "35"
               *> first item ever stopped -- create the file
               open output stopped-item-file
           end-if
           move stopped-item-line to stopped-item-record
           write stopped-item-record
           close stopped-item-file
           display "stoppaymentcheck: " stop-check-source " item "
               stop-check-item-ref " on " stop-check-account
               " stopped by stop " ws-matched-sequence
           .

       end program StopPaymentCheck.
