       01 remitted-count             pic 9(7) value 0.
       01 partial-count              pic 9(7) value 0.
       01 remitted-total             pic 9(11)v99 value 0.
       copy "OfficialCheckRequest.cpy".

       copy "ReportHeader.cpy".

           05 rdl-beneficiary    pic x(30).
           05 filler             pic x(2) value spaces.
           05 rdl-action         pic x(10).
           05 filler             pic x(2) value spaces.
           05 rdl-check-serial   pic z(9).

       01 register-summary-line.
           05 filler             pic x(10) value "REMITTED: ".
       *> fence as a signed LG journal posting, and the remittance
       *> register ties every remitted dollar back to the order, the
       *> account, its primary owner and the beneficiary -- the
       *> paper the legal department sends with the cheque. Each
       *> remittance is issued as an official check to the
       *> beneficiary, drawn against the account, and its serial
       *> prints on the register line. An order the balance cannot
       *> yet satisfy remits what is there and stays open for the
       *> next cycle.
           perform write-run-log-start
           perform initialize-run
           perform remit-orders until end-of-orders
       *> remit the smaller of the unremitted remainder and the
       *> ledger balance, take it off both the balance and the
       *> fence, and journal it as an LG debit so the account's
       *> lines still sum to its movement. The GL books LG to the
       *> official-check outstanding account the remittance cheque
       *> is drawn on.
           if balance <= zero
               move zero to remit-amount
           else
               compute remit-posting-amount = 0 - remit-amount
               invoke type BankAccount::LogPosting(
                   lgo-account-number, "LG", remit-posting-amount)
               perform issue-remittance-check
               add remit-amount to lgo-remitted-amount
               add remit-amount to remitted-total
               if lgo-remitted-amount >= lgo-ordered-amount
           end-if
           .

       issue-remittance-check.
       *> The cheque the legal department mails goes on the
       *> official-check register like any other -- a remittance
       *> the register refuses still left the account, so the run
       *> says so loudly rather than leave the cheque untracked.
           initialize official-check-request
           set ocq-issue-check to true
           move lgo-beneficiary-name to ocq-payee-name
           move remit-amount to ocq-amount
           move "A" to ocq-source-type
           move lgo-account-number to ocq-source-account
           move "L" to ocq-origin
           move "LEGALREMIT" to ocq-issued-by
           move lgo-order-ref to ocq-reference
           call "OfficialCheckIssue" using official-check-request
           if ocq-check-issued
               move ocq-serial-number to rdl-check-serial
           else
               display "legalremit: order " lgo-order-ref
                   " remitted but no official check issued"
               move zero to rdl-check-serial
               move 8 to ws-log-return-code
           end-if
           .

       report-missing-account.
           move lgo-order-ref to rdl-order-ref
           move lgo-account-number to rdl-account-number
           move zero to rdl-amount
           move lgo-beneficiary-name to rdl-beneficiary
           move "NO ACCT" to rdl-action
           move zero to rdl-check-serial
           move register-detail-line to register-line
           write register-line
           .
           close legal-order-file
           close account-master-file
           close remittance-register-file
           set ocq-close-register to true
           call "OfficialCheckIssue" using official-check-request
           perform write-run-log-end
           .

