           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.
           select pending-change-file assign to "PENDCHG"
               organization indexed
               access dynamic
               record key is pnd-change-id
               file status is ws-pending-status.

       data division.
       file section.
       fd  security-log-file.
       01  security-log-record pic x(100).

       fd  pending-change-file.
           copy "PendingChangeRecord.cpy".

       working-storage section.
       01 ws-customer-status         pic xx.
       01 ws-operator-master-status  pic xx.
       01 ws-add-choice              pic x(1).
       01 ws-field-input             pic x(30).
       01 ws-log-timestamp           pic x(26).
       01 ws-pending-status          pic xx.
       01 next-change-id             pic 9(6) value 1.
       01 ws-today                   pic 9(8).
       01 ws-death-date              pic 9(8).
       01 ws-death-flag              pic x(1) value "N".
           88 death-reported         value "Y".
           88 death-not-reported     value "N".
       01 ws-address-flag            pic x(1) value "N".
           88 address-changed        value "Y".
           88 address-unchanged      value "N".
       01 ws-alert-contact-input     pic x(40).
       01 ws-keyed-amount            pic 9(7)v99.
       01 ws-amount-display          pic z(6)9.99.
       01 ws-screen-source           pic x(4) value "CUST".
       01 ws-screen-result           pic x(1).
           88 name-on-watch-list     value "Y".

       01 customer-log-line.
       *> One line per applied change -- who, which customer, which
                           move opr-permission-level
                               to ws-operator-level
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                   end-evaluate
           end-read
           .
           display "state:    " cust-state
           display "postal:   " cust-postal-code
           display "phone:    " cust-phone
           if cust-is-deceased
               display "DECEASED  date of death " cust-date-of-death
               display "estate:   " cust-estate-contact
               display "          " cust-estate-address-1
               display "          " cust-estate-address-2
               display "          " cust-estate-city " "
                   cust-estate-state " " cust-estate-postal
           end-if
           if cust-combines-statements
               display "statement: combined relationship statement"
           end-if
           if cust-mail-undeliverable
               display "MAIL RETURNED -- undeliverable since "
                   cust-undeliverable-date
           end-if
           if cust-alerts-wanted
               display "alerts:   " cust-alert-channel " to "
                   cust-alert-contact
               if cust-alert-low-balance numeric
                   move cust-alert-low-balance to ws-amount-display
                   display "          low balance under "
                       ws-amount-display
               end-if
               if cust-alert-large-debit numeric
                   move cust-alert-large-debit to ws-amount-display
                   display "          withdrawals of "
                       ws-amount-display " or more"
               end-if
               display "          NSF fees " cust-alert-nsf-flag
                   "  overdraft advances " cust-alert-od-flag
               if cust-alert-contact-bounced
                   display "ALERT CONTACT BOUNCED on "
                       cust-alert-bounce-date
               end-if
           end-if
           .

       offer-to-add-customer.
       *> One prompt per field; a blank entry keeps what is already on
       *> the record, so a single-field correction touches only that
       *> field. Each change lands on the customer log with its
       *> before and after images. Any change to the mailing address
       *> -- the owner's, or the estate contact's once the owner has
       *> died -- clears a returned-mail flag at the end.
           set address-unchanged to true
           display "name (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move ws-field-input to cust-name
               move ws-field-input to cll-new-value
               perform apply-customer-change
               perform screen-customer-name
           end-if
           display "address line 1 (blank keeps): "
           accept ws-field-input
               move ws-field-input to cust-address-line-1
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "address line 2 (blank keeps): "
           accept ws-field-input
               move ws-field-input to cust-address-line-2
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "city (blank keeps): "
           accept ws-field-input
               move ws-field-input to cust-city
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "state (blank keeps): "
           accept ws-field-input
               move ws-field-input to cust-state
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "postal code (blank keeps): "
           accept ws-field-input
               move ws-field-input to cust-postal-code
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "phone (blank keeps): "
           accept ws-field-input
               move ws-field-input to cll-new-value
               perform apply-customer-change
           end-if
           display "combined statement Y/N (blank keeps): "
           accept ws-field-input
           if ws-field-input(1:1) = "Y" or ws-field-input(1:1) = "N"
               move "COMBSTMT" to cll-field-name
               move cust-statement-option to cll-old-value
               move ws-field-input(1:1) to cust-statement-option
               move ws-field-input to cll-new-value
               perform apply-customer-change
           end-if
           perform update-alert-preferences
           perform report-customer-death
           if cust-is-deceased or death-reported
               perform update-estate-contact
           end-if
           if address-changed and cust-mail-undeliverable
               perform clear-returned-mail
           end-if
           .

       update-alert-preferences.
       *> The owner's activity-alert registration. A channel of N
       *> stops all alerts but keeps the rest of the registration;
       *> a new contact clears any bounce the vendor reported
       *> against the old one.
           display "alert channel S=text E=email N=none"
               " (blank keeps): "
           accept ws-field-input
           if ws-field-input(1:1) = "S" or ws-field-input(1:1) = "E"
               or ws-field-input(1:1) = "N"
               move "ALRTCHAN" to cll-field-name
               move cust-alert-channel to cll-old-value
               move ws-field-input(1:1) to cust-alert-channel
               move ws-field-input to cll-new-value
               perform apply-customer-change
           end-if
           if cust-alerts-wanted
               display "alert contact -- mobile number or email"
                   " (blank keeps): "
               accept ws-alert-contact-input
               if ws-alert-contact-input not = spaces
                   move "ALRTCONT" to cll-field-name
                   move cust-alert-contact to cll-old-value
                   move ws-alert-contact-input to cust-alert-contact
                   move ws-alert-contact-input to cll-new-value
                   perform apply-customer-change
                   if cust-alert-contact-bounced
                       perform clear-alert-bounce
                   end-if
               end-if
               display "change alert amounts Y/N: "
               accept ws-field-input
               if ws-field-input(1:1) = "Y" or ws-field-input(1:1) = "y"
                   perform update-alert-amounts
               end-if
               display "NSF fee alerts Y/N (blank keeps): "
               accept ws-field-input
               if ws-field-input(1:1) = "Y" or ws-field-input(1:1) = "N"
                   move "ALRTNSF" to cll-field-name
                   move cust-alert-nsf-flag to cll-old-value
                   move ws-field-input(1:1) to cust-alert-nsf-flag
                   move ws-field-input to cll-new-value
                   perform apply-customer-change
               end-if
               display "overdraft advance alerts Y/N (blank keeps): "
               accept ws-field-input
               if ws-field-input(1:1) = "Y" or ws-field-input(1:1) = "N"
                   move "ALRTOD" to cll-field-name
                   move cust-alert-od-flag to cll-old-value
                   move ws-field-input(1:1) to cust-alert-od-flag
                   move ws-field-input to cll-new-value
                   perform apply-customer-change
               end-if
           end-if
           .

       update-alert-amounts.
       *> Both amounts are keyed afresh; zero turns that alert off.
           display "low-balance threshold (0 = no alert): "
           accept ws-keyed-amount
           move "ALRTLOW" to cll-field-name
           move spaces to cll-old-value
           if cust-alert-low-balance numeric
               move cust-alert-low-balance to ws-amount-display
               move ws-amount-display to cll-old-value
           end-if
           move ws-keyed-amount to cust-alert-low-balance
           move ws-keyed-amount to ws-amount-display
           move ws-amount-display to cll-new-value
           perform apply-customer-change
           display "large-withdrawal amount (0 = no alert): "
           accept ws-keyed-amount
           move "ALRTLRGE" to cll-field-name
           move spaces to cll-old-value
           if cust-alert-large-debit numeric
               move cust-alert-large-debit to ws-amount-display
               move ws-amount-display to cll-old-value
           end-if
           move ws-keyed-amount to cust-alert-large-debit
           move ws-keyed-amount to ws-amount-display
           move ws-amount-display to cll-new-value
           perform apply-customer-change
           .

       clear-alert-bounce.
           move "ALRTBNCE" to cll-field-name
           move cust-alert-bounce-date to cll-old-value
           move space to cust-alert-contact-status
           move zero to cust-alert-bounce-date
           move "CLEARED" to cll-new-value
           perform apply-customer-change
           display "alert bounce flag cleared."
           .

       clear-returned-mail.
       *> A new address is the mailroom's answer to returned mail --
       *> statements and notices print again from the next run.
           move "UNDELIV" to cll-field-name
           move cust-undeliverable-date to cll-old-value
           move space to cust-mail-status
           move zero to cust-undeliverable-date
           move "CLEARED" to cll-new-value
           perform apply-customer-change
           display "returned-mail flag cleared."
           .

       report-customer-death.
       *> A death is never applied from this session: it freezes the
       *> customer's sole accounts and moves joint ones to the
       *> survivor overnight, so it queues for a second operator to
       *> approve the same way an owner change does.
           set death-not-reported to true
           display "date of death YYYYMMDD (blank if none): "
           accept ws-field-input
           if ws-field-input not = spaces
               move function current-date(1:8) to ws-today
               evaluate true
                   when cust-is-deceased
                       display "customer is already recorded as"
                           " deceased."
                   when ws-field-input(1:8) not numeric
                       display "date of death must be eight digits --"
                           " not queued."
                   when ws-field-input(1:8) > ws-today
                       display "date of death is in the future --"
                           " not queued."
                   when other
                       move ws-field-input(1:8) to ws-death-date
                       perform queue-death-report
               end-evaluate
           end-if
           .

       queue-death-report.
           open i-o pending-change-file
           if ws-pending-status = "35"
               *> first queued change ever -- create the queue
               open output pending-change-file
               close pending-change-file
               open i-o pending-change-file
           end-if
           if next-change-id = 1
               perform find-highest-change-id
           end-if
           initialize pending-change-record
           move next-change-id to pnd-change-id
           move ws-today to pnd-entry-date
           move ws-operator-id to pnd-maker-id
           move zero to pnd-account-number
           move "DECEASED" to pnd-change-type
           move ws-death-date to pnd-new-value
           move cust-owner-id to pnd-owner-id
           set pnd-item-pending to true
           write pending-change-record
           add 1 to next-change-id
           close pending-change-file
           set death-reported to true
           display "DECEASED queued as change " pnd-change-id
               " for approval."
           .

       find-highest-change-id.
           move zero to pnd-change-id
           start pending-change-file key is greater than or equal to
               pnd-change-id
               invalid key move "10" to ws-pending-status
           end-start
           perform scan-for-highest-change-id
               until ws-pending-status = "10"
           move "00" to ws-pending-status
           .

       scan-for-highest-change-id.
           read pending-change-file next record
               at end move "10" to ws-pending-status
               not at end
                   if pnd-change-id >= next-change-id
                       compute next-change-id = pnd-change-id + 1
                   end-if
           end-read
           .

       update-estate-contact.
       *> Who statements and notices go to once the owner has died --
       *> an executor, an attorney, a family member handling the
       *> estate. Ordinary logged field changes.
           display "estate contact name (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move "ESTNAME" to cll-field-name
               move cust-estate-contact to cll-old-value
               move ws-field-input to cust-estate-contact
               move ws-field-input to cll-new-value
               perform apply-customer-change
           end-if
           display "estate address line 1 (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move "ESTADDR1" to cll-field-name
               move cust-estate-address-1 to cll-old-value
               move ws-field-input to cust-estate-address-1
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "estate address line 2 (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move "ESTADDR2" to cll-field-name
               move cust-estate-address-2 to cll-old-value
               move ws-field-input to cust-estate-address-2
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "estate city (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move "ESTCITY" to cll-field-name
               move cust-estate-city to cll-old-value
               move ws-field-input to cust-estate-city
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "estate state (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move "ESTSTATE" to cll-field-name
               move cust-estate-state to cll-old-value
               move ws-field-input to cust-estate-state
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           display "estate postal code (blank keeps): "
           accept ws-field-input
           if ws-field-input not = spaces
               move "ESTPOSTL" to cll-field-name
               move cust-estate-postal to cll-old-value
               move ws-field-input to cust-estate-postal
               move ws-field-input to cll-new-value
               perform apply-customer-change
               set address-changed to true
           end-if
           .

       screen-customer-name.
       *> A new or changed name is screened against the sanctions
       *> watch list at once rather than waiting for the nightly run.
       *> A hit goes to the review queue, and any application naming
       *> this customer is held until a supervisor clears it.
           call "SanctionsScreen" using ws-screen-source
                                        cust-owner-id
                                        cust-name
                                        ws-screen-result
           if name-on-watch-list
               display "name matches the sanctions watch list --"
                   " referred to the review desk."
           end-if
           .

       apply-customer-change.
