       01 ws-add-choice              pic x(1).
       01 ws-field-input             pic x(30).
       01 ws-log-timestamp           pic x(26).
       01 ws-screen-source           pic x(4) value "PAYE".
       01 ws-screen-subject-id       pic x(10).
       01 ws-screen-result           pic x(1).
           88 name-on-watch-list     value "Y".

       01 payee-log-line.
       *> One line per applied change -- who, which payee, which
                       and opr-active
                       and opr-is-supervisor
                       set signon-accepted to true
                       move "SIGNON" to sll-event-type
                       move spaces to sll-detail
                       perform write-security-log-line
                   else
                       perform log-failed-sign-on
                   end-if
               move ws-field-input to pay-beneficiary-name
               move ws-field-input to pll-new-value
               perform apply-payee-change
               perform screen-beneficiary-name
           end-if
           display "status A/C (blank keeps): "
           accept ws-field-input
           if pay-payee-suspended
               and ws-field-input not = spaces
               display "payee is suspended on a sanctions hit --"
                   " only the review desk can lift it."
           end-if
           if (ws-field-input = "A" or ws-field-input = "C")
               and not pay-payee-suspended
               move "STATUS" to pll-field-name
               move pay-payee-status to pll-old-value
               move ws-field-input(1:1) to pay-payee-status
           end-if
           .

       screen-beneficiary-name.
       *> A new or changed beneficiary is screened against the
       *> sanctions watch list on the spot. A hit suspends the payee
       *> -- external payment sends nothing to it -- until the review
       *> desk clears the hit.
           move pay-payee-id to ws-screen-subject-id(1:6)
           move spaces to ws-screen-subject-id(7:4)
           call "SanctionsScreen" using ws-screen-source
                                        ws-screen-subject-id
                                        pay-beneficiary-name
                                        ws-screen-result
           if name-on-watch-list and pay-payee-active
               move "STATUS" to pll-field-name
               move pay-payee-status to pll-old-value
               move "S" to pay-payee-status
               move "S" to pll-new-value
               perform apply-payee-change
               display "beneficiary matches the sanctions watch list"
                   " -- payee suspended pending review."
           end-if
           .

       apply-payee-change.
           rewrite payee-record
           perform write-payee-log-line
