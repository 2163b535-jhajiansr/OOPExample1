               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select suppressed-mail-file assign to "SUPPMAIL"
               organization line sequential
               file status is ws-suppressed-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.
       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  suppressed-mail-file.
           copy "SuppressedMailRecord.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).

       01 ws-statement-owner-id      pic x(10).
       01 ws-addressee-flag          pic x(1) value "N".
           88 addressee-found        value "Y".
       01 ws-suppressed-status       pic xx.
       01 ws-mail-held-flag          pic x(1) value "N".
           88 statement-mail-held    value "Y".
       01 ws-combined-flag           pic x(1) value "N".
           88 statement-in-combined  value "Y".
       01 statements-printed-count   pic 9(1) value 0.
       01 statements-held-count      pic 9(1) value 0.
       01 ws-statement-account       pic 9(8).
       01 ws-period-start-date       pic x(8).
       01 closing-balance            float-long.
               "CUSTOMER NOT ON FILE FOR: ".
           05 ncl-owner-id       pic x(10).

       01 estate-name-line.
           05 filler             pic x(10) value "ESTATE OF ".
           05 enl-name           pic x(30).

       01 estate-contact-line.
           05 filler             pic x(4) value "C/O ".
           05 ecl-contact        pic x(30).

       01 heading-line-2.
           05 filler             pic x(16) value "ACCOUNT NUMBER: ".
           05 hl2-account-number pic z(7)9.

       01 accrued-interest-display   pic s9(7)v99 value zero.

       01 ws-loan-statement-flag     pic x(1) value "N".
           88 statement-is-loan      value "Y".
       01 loan-summary-fields.
           05 lsf-payment-amount     pic 9(7)v99.
           05 lsf-next-due-date      pic 9(8).
           05 lsf-past-due-amount    pic 9(7)v99.
           05 lsf-days-past-due      pic 9(3).

       01 loan-note-line pic x(60) value
           "INSTALLMENT LOAN -- BALANCES SHOWN ARE PRINCIPAL OWED".

       01 loan-payment-line.
           05 filler             pic x(20) value
               "MONTHLY INSTALLMENT:".
           05 lpl-payment        pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "NEXT DUE: ".
           05 lpl-next-due       pic 9(8).

       01 loan-past-due-line.
           05 filler             pic x(20) value
               "AMOUNT PAST DUE:    ".
           05 ldl-past-due       pic z(6)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(15) value "DAYS PAST DUE: ".
           05 ldl-days-past-due  pic zz9.

       01 heading-line-4.
           05 filler             pic x(33) value
               "ACCRUED INTEREST NOT YET POSTED: ".
           perform write-run-log-start
           perform initialize-run
           perform compute-opening-balance
           evaluate true
               when statement-in-combined
                   perform skip-combined-statement
               when statement-mail-held
                   perform hold-statement
               when other
                   perform print-heading
                   perform print-transaction-detail
                   perform print-closing
                   add 1 to statements-printed-count
           end-evaluate
           perform terminate-run
           stop run
           .
                   not invalid key
                       move acr-accrued-interest
                           to accrued-interest-display
                       if account-type-loan
                           perform capture-loan-summary
                       end-if
               end-read
           end-if
           move balance to closing-balance
           perform look-up-addressee
           .

       capture-loan-summary.
       *> A loan's statement carries its repayment position as well
       *> as its posting history -- the installment, when the next
       *> one falls due and anything still owed from before.
           set statement-is-loan to true
           move ln-payment-amount to lsf-payment-amount
           move ln-next-due-date to lsf-next-due-date
           move ln-past-due-amount to lsf-past-due-amount
           move ln-days-past-due to lsf-days-past-due
           .

       search-account-history.
       *> An account missing from the live master may have been moved
       *> to the closed-account history by the purge job -- a final
                           continue
                       not invalid key
                           set addressee-found to true
                           if cust-combines-statements
                               set statement-in-combined to true
                           end-if
                           if cust-mail-undeliverable
                               set statement-mail-held to true
                           end-if
                   end-read
                   close customer-master-file
               end-if
           end-if
           .

       skip-combined-statement.
       *> The primary owner takes the combined relationship statement
       *> and this account is on it -- printing it here as well would
       *> mail the customer the same account twice. STMTOUT is left
       *> empty for the same reason a held statement leaves it so.
           open output statement-file
           display "account " ws-statement-account
               " is on the combined statement for owner "
               ws-statement-owner-id " -- not printed"
           .

       hold-statement.
       *> The post office has sent this owner's mail back and no new
       *> address has been keyed since -- the statement goes on the
       *> suppressed-mail list with what it takes to rerun it, and
       *> STMTOUT is left empty so nothing from an earlier run can be
       *> mailed in its place.
           open output statement-file
           move function current-date(1:8) to ws-today
           move ws-today to spm-held-date
           set spm-from-statement-run to true
           move ws-statement-owner-id to spm-owner-id
           move ws-statement-account to spm-account-number
           move "STMT" to spm-item-type
           move ws-period-start-date to spm-item-date
           move closing-balance to spm-amount
           open extend suppressed-mail-file
           if ws-suppressed-status = "35"
               *> first piece ever held -- create the list
               open output suppressed-mail-file
           end-if
           write suppressed-mail-line
           close suppressed-mail-file
           add 1 to statements-held-count
           display "statement held -- owner " ws-statement-owner-id
               " mail undeliverable since " cust-undeliverable-date
           .

       compute-opening-balance.
       *> Best source first: the nightly balance-history snapshot for
       *> the last business day before the period start makes the
               move heading-line-4 to statement-line
               write statement-line
           end-if
           if statement-is-loan
               perform print-loan-summary
           end-if
           if statement-from-audit
               move opening-balance-note to statement-line
               write statement-line
           end-if
           .

       print-loan-summary.
           move loan-note-line to statement-line
           write statement-line
           move lsf-payment-amount to lpl-payment
           move lsf-next-due-date to lpl-next-due
           move loan-payment-line to statement-line
           write statement-line
           if lsf-past-due-amount > zero
               move lsf-past-due-amount to ldl-past-due
               move lsf-days-past-due to ldl-days-past-due
               move loan-past-due-line to statement-line
               write statement-line
           end-if
           .

       print-addressee-block.
           if addressee-found
               if cust-is-deceased
                   and cust-estate-contact not = spaces
                   perform print-estate-addressee
               else
                   move cust-name to statement-line
                   write statement-line
                   move cust-address-line-1 to statement-line
                   write statement-line
                   if cust-address-line-2 not = spaces
                       move cust-address-line-2 to statement-line
                       write statement-line
                   end-if
                   move cust-city to acl-city
                   move cust-state to acl-state
                   move cust-postal-code to acl-postal-code
                   move addressee-city-line to statement-line
                   write statement-line
               end-if
           else
               if ws-statement-owner-id not = spaces
                   move ws-statement-owner-id to ncl-owner-id
           end-if
           .

       print-estate-addressee.
       *> The owner has died and an estate contact is on file -- the
       *> mail goes to the contact, on the deceased's behalf.
           move cust-name to enl-name
           move estate-name-line to statement-line
           write statement-line
           move cust-estate-contact to ecl-contact
           move estate-contact-line to statement-line
           write statement-line
           move cust-estate-address-1 to statement-line
           write statement-line
           if cust-estate-address-2 not = spaces
               move cust-estate-address-2 to statement-line
               write statement-line
           end-if
           move cust-estate-city to acl-city
           move cust-estate-state to acl-state
           move cust-estate-postal to acl-postal-code
           move addressee-city-line to statement-line
           write statement-line
           .

       print-transaction-detail.
           if journal-line-count > 0
               perform print-journal-detail

       write-run-log-end.
           move "END" to rll-event-type
           move statements-printed-count to rll-processed-count
           move statements-held-count to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .
