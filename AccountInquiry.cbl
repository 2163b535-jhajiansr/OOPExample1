               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select balance-history-file assign to "BALHIST"
               organization line sequential
               file status is ws-history-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select account-history-file assign to "ACCTHIST"
               organization line sequential
               file status is ws-account-history-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select confirmation-letter-file assign to "BALCONF"
               organization line sequential
               file status is ws-letter-status.

       data division.
       file section.
       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  balance-history-file.
           copy "BalanceHistoryRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  account-history-file.
           copy "AccountHistoryRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  confirmation-letter-file.
       01  letter-line pic x(80).

       working-storage section.
       01 ws-master-status           pic xx.
       01 ws-audit-status            pic xx.
           88 session-done           value "Y".
       01 balance-display            pic z(8)9.99-.
       01 available-display          pic z(8)9.99-.
       01 ws-history-status          pic xx.
           88 end-of-history         value "10".
           88 history-not-found      value "35".
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-account-history-status  pic xx.
           88 end-of-account-history value "10".
           88 account-history-not-found value "35".
       01 ws-customer-status         pic xx.
       01 ws-letter-status           pic xx.

       01 ws-today                   pic 9(8).
       01 ws-asof-input              pic x(10).
       01 ws-asof-date               pic 9(8).
       01 ws-asof-source-flag        pic x(1).
           88 asof-on-master         value "M".
           88 asof-in-history        value "H".
           88 asof-not-found         value "N".
       01 asof-account-type          pic x(1).
       01 asof-account-status        pic x(1).
       01 asof-owner-id              pic x(10).
       01 asof-purge-date            pic 9(8).

       01 snapshot-before.
      *> The latest snapshot at or before the as-of date, and the
      *> earliest one after it -- the rebuild works forward from the
      *> first when there is one, back from the second when not.
           05 sbf-date               pic 9(8).
           05 sbf-balance            pic s9(9)v99.
           05 sbf-drawn              pic s9(7)v99.
           05 sbf-held               pic s9(7)v99.
           05 sbf-held-flag          pic x(1).
       01 snapshot-after.
           05 saf-date               pic 9(8).
           05 saf-balance            pic s9(9)v99.
           05 saf-drawn              pic s9(7)v99.
           05 saf-held               pic s9(7)v99.
           05 saf-held-flag          pic x(1).
       01 ws-asof-base-flag          pic x(1).
           88 rebuild-forward        value "F".
           88 rebuild-backward       value "B".
           88 rebuild-from-opening   value "O".
       01 asof-figures.
           05 asof-balance           pic s9(9)v99.
           05 asof-drawn             pic s9(7)v99.
           05 asof-held              pic s9(7)v99.
           05 asof-held-flag         pic x(1).
               88 asof-held-known    value "Y".
           05 asof-base-date         pic 9(8).
           05 asof-applied-count     pic 9(5).
       01 posting-date               pic 9(8).

       01 day-posting-table.
      *> The as-of date's own postings, kept for display once the
      *> rebuilt figures are shown -- a day with more than the table
      *> holds still rebuilds correctly, only the listing stops.
           05 day-posting occurs 30 times.
               10 dpt-time           pic x(8).
               10 dpt-type           pic x(2).
               10 dpt-amount         pic s9(7)v99.
       01 day-posting-count          pic 9(3).
       01 day-posting-total-count    pic 9(5).
       01 ws-dpt-sub                 pic 9(3).
       01 posting-display            pic z(6)9.99-.
       01 ws-letter-choice           pic x(1).

       01 letter-heading-line.
           05 filler             pic x(20) value
               "BALANCE CONFIRMATION".
           05 filler             pic x(30) value spaces.
           05 lhl-issue-date     pic x(10).

       01 letter-city-line.
           05 lcl-city           pic x(20).
           05 filler             pic x(1) value space.
           05 lcl-state          pic x(2).
           05 filler             pic x(2) value spaces.
           05 lcl-postal-code    pic x(10).

       01 letter-no-customer-line.
           05 filler             pic x(26) value
               "CUSTOMER NOT ON FILE FOR: ".
           05 lnc-owner-id       pic x(10).

       01 letter-account-line.
           05 filler             pic x(9) value "ACCOUNT: ".
           05 lal-account-number pic z(7)9.
           05 filler             pic x(3) value spaces.
           05 lal-closed-note    pic x(30).

       01 letter-body-line.
           05 filler             pic x(44) value
               "WE CONFIRM THAT AT THE CLOSE OF BUSINESS ON ".
           05 lbl-asof-date      pic x(10).

       01 letter-amount-line.
           05 lml-label          pic x(30).
           05 lml-amount         pic z(8)9.99-.

       01 letter-signature-line pic x(60) value
           "AUTHORIZED SIGNATURE: ______________________________".

       01 letter-separator-line pic x(40) value all "-".

       01 recent-activity-table.
       *> Circular buffer of the last ten audit-trail entries for the

       procedure division.
       *> Teller-grade inquiry: key an account, see its master fields
       *> and the last ten audit-trail entries, or research its
       *> balance as of a past date. Strictly read-only -- the master
       *> opens INPUT and there is no rewrite path anywhere, so this
       *> is safe in every operator's hands; the only thing it writes
       *> is a balance confirmation letter to the BALCONF print file.
           move function current-date(1:8) to ws-today
           open input account-master-file
           if ws-master-status = "35"
               display "ACCTMSTR not found -- nothing to inquire on."
           .

       inquiry-session.
           display "1=account inquiry 2=owner lookup"
               " 3=as-of balance 0=exit: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   perform account-inquiry
               when "2"
                   perform owner-lookup
               when "3"
                   perform as-of-inquiry
               when "0"
                   set session-done to true
               when other
               display "od limit: " od-credit-limit
               display "od drawn: " od-drawn-balance
           end-if
           if account-type-loan
               display "payment:  " ln-payment-amount
                   " due " ln-next-due-date
               display "past due: " ln-past-due-amount
                   " (" ln-days-past-due " days)"
           end-if
           if acr-accrued-interest not = zero
               display "accrued:  " acr-accrued-interest
                   " (interest not yet posted)"
           end-if
           .

       as-of-inquiry.
       *> "What was my balance on the 3rd": the ledger balance, held
       *> amount and overdraft drawn balance at that day's close,
       *> rebuilt from the nearest BALHIST snapshot and the journal
       *> postings between the snapshot and the date. An account the
       *> closed-account purge has already moved to ACCTHIST is
       *> researched the same way -- its snapshots and postings are
       *> still on file.
           display "enter account number: "
           accept ws-keyed-account
           display "as-of date YYYYMMDD: "
           accept ws-asof-input
           if ws-asof-input(1:8) not numeric
               or ws-asof-input(1:8) >= ws-today
               display "as-of date must be a past date, YYYYMMDD."
           else
               move ws-asof-input(1:8) to ws-asof-date
               perform locate-asof-account
               if asof-not-found
                   display "account " ws-keyed-account
                       " not on the master or closed-account history."
               else
                   perform find-nearest-snapshots
                   perform rebuild-asof-figures
                   perform display-asof-figures
                   display "print balance confirmation letter Y/N: "
                   accept ws-letter-choice
                   if ws-letter-choice = "Y" or ws-letter-choice = "y"
                       perform print-confirmation-letter
                   end-if
               end-if
           end-if
           .

       locate-asof-account.
           set asof-not-found to true
           move ws-keyed-account to account-number
           read account-master-file
               invalid key
                   perform search-account-history
               not invalid key
                   set asof-on-master to true
                   move account-type to asof-account-type
                   move account-status to asof-account-status
                   move owner-primary-id to asof-owner-id
           end-read
           .

       search-account-history.
           open input account-history-file
           if not account-history-not-found
               perform read-next-account-history
               perform check-account-history
                   until end-of-account-history
               close account-history-file
           end-if
           move spaces to ws-account-history-status
           .

       read-next-account-history.
           read account-history-file
               at end set end-of-account-history to true
           end-read
           .

       check-account-history.
           if ahl-account-number = ws-keyed-account
               set asof-in-history to true
               move ahl-account-type to asof-account-type
               move ahl-account-status to asof-account-status
               move ahl-owner-primary-id to asof-owner-id
               move ahl-purge-date to asof-purge-date
           end-if
           perform read-next-account-history
           .

       find-nearest-snapshots.
           initialize snapshot-before
           initialize snapshot-after
           open input balance-history-file
           if not history-not-found
               perform read-next-history
               perform check-history-snapshot until end-of-history
               close balance-history-file
           end-if
           move spaces to ws-history-status
           .

       read-next-history.
           read balance-history-file
               at end set end-of-history to true
           end-read
           .

       check-history-snapshot.
           if bhl-account-number = ws-keyed-account
               if bhl-snapshot-date <= ws-asof-date
                   if bhl-snapshot-date >= sbf-date
                       move bhl-snapshot-date to sbf-date
                       move bhl-balance to sbf-balance
                       move zero to sbf-drawn
                       if bhl-drawn-balance numeric
                           move bhl-drawn-balance to sbf-drawn
                       end-if
                       move zero to sbf-held
                       move "N" to sbf-held-flag
                       if bhl-held-amount numeric
                           move bhl-held-amount to sbf-held
                           move "Y" to sbf-held-flag
                       end-if
                   end-if
               else
                   if saf-date = zero
                       or bhl-snapshot-date < saf-date
                       move bhl-snapshot-date to saf-date
                       move bhl-balance to saf-balance
                       move zero to saf-drawn
                       if bhl-drawn-balance numeric
                           move bhl-drawn-balance to saf-drawn
                       end-if
                       move zero to saf-held
                       move "N" to saf-held-flag
                       if bhl-held-amount numeric
                           move bhl-held-amount to saf-held
                           move "Y" to saf-held-flag
                       end-if
                   end-if
               end-if
           end-if
           perform read-next-history
           .

       rebuild-asof-figures.
       *> Forward from the snapshot at or before the date, adding the
       *> postings after it up to the date's close; failing that,
       *> back from the first snapshot after the date, taking off the
       *> postings in between; failing both (an account older than
       *> the snapshots, or a date before any were taken), up from
       *> zero through every posting on or before the date. Drawn
       *> balance moves with the line's own postings -- an OA advance
       *> adds to it, an OP paydown (a debit) takes it down. Holds do
       *> not journal, so the held amount is the snapshot's own.
           initialize asof-figures
           initialize day-posting-table
           move zero to day-posting-count
           move zero to day-posting-total-count
           evaluate true
               when sbf-date > zero
                   set rebuild-forward to true
                   move sbf-date to asof-base-date
                   move sbf-balance to asof-balance
                   move sbf-drawn to asof-drawn
                   move sbf-held to asof-held
                   move sbf-held-flag to asof-held-flag
               when saf-date > zero
                   set rebuild-backward to true
                   move saf-date to asof-base-date
                   move saf-balance to asof-balance
                   move saf-drawn to asof-drawn
                   move saf-held to asof-held
                   move saf-held-flag to asof-held-flag
               when other
                   set rebuild-from-opening to true
           end-evaluate
           open input posting-journal-file
           if journal-not-found
               display "posting journal not on file -- snapshot"
                   " figures only."
           else
               perform read-next-journal
               perform apply-journal-posting until end-of-journal
               close posting-journal-file
           end-if
           move spaces to ws-journal-status
           .

       read-next-journal.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       apply-journal-posting.
           if pjl-account-number = ws-keyed-account
               move pjl-timestamp(1:8) to posting-date
               if posting-date = ws-asof-date
                   perform keep-day-posting
               end-if
               evaluate true
                   when rebuild-forward
                       if posting-date > asof-base-date
                           and posting-date <= ws-asof-date
                           perform add-posting-to-figures
                       end-if
                   when rebuild-backward
                       if posting-date > ws-asof-date
                           and posting-date <= asof-base-date
                           perform remove-posting-from-figures
                       end-if
                   when other
                       if posting-date <= ws-asof-date
                           perform add-posting-to-figures
                       end-if
               end-evaluate
           end-if
           perform read-next-journal
           .

       add-posting-to-figures.
           add pjl-signed-amount to asof-balance
           if pjl-type-od-advance or pjl-type-od-paydown
               add pjl-signed-amount to asof-drawn
           end-if
           add 1 to asof-applied-count
           .

       remove-posting-from-figures.
           subtract pjl-signed-amount from asof-balance
           if pjl-type-od-advance or pjl-type-od-paydown
               subtract pjl-signed-amount from asof-drawn
           end-if
           add 1 to asof-applied-count
           .

       keep-day-posting.
           add 1 to day-posting-total-count
           if day-posting-count < 30
               add 1 to day-posting-count
               move pjl-timestamp(9:6) to dpt-time(day-posting-count)
               move pjl-posting-type to dpt-type(day-posting-count)
               move pjl-signed-amount
                   to dpt-amount(day-posting-count)
           end-if
           .

       display-asof-figures.
           display "account:  " ws-keyed-account
               "  type " asof-account-type
           if asof-in-history
               display "          closed -- purged from the master on "
                   asof-purge-date
           end-if
           display "as of:    close of business " ws-asof-date
           evaluate true
               when rebuild-forward
                   display "rebuilt:  from snapshot of " asof-base-date
                       " plus " asof-applied-count " postings"
               when rebuild-backward
                   display "rebuilt:  from snapshot of " asof-base-date
                       " less " asof-applied-count " postings"
               when other
                   display "rebuilt:  from " asof-applied-count
                       " postings -- no snapshot on file"
           end-evaluate
           move asof-balance to balance-display
           display "balance:  " balance-display
           if asof-held-known
               move asof-held to balance-display
               display "held:     " balance-display
               compute available-display = asof-balance - asof-held
               display "avail:    " available-display
           else
               display "held:     not recorded for that date"
           end-if
           if asof-account-type = "C"
               move asof-drawn to balance-display
               display "od drawn: " balance-display
           end-if
           if day-posting-total-count = zero
               display "no postings on " ws-asof-date "."
           else
               display day-posting-total-count " postings on "
                   ws-asof-date ":"
               perform display-day-posting
                   varying ws-dpt-sub from 1 by 1
                   until ws-dpt-sub > day-posting-count
               if day-posting-total-count > day-posting-count
                   display "  (first " day-posting-count " shown)"
               end-if
           end-if
           .

       display-day-posting.
           move dpt-amount(ws-dpt-sub) to posting-display
           display "  " dpt-time(ws-dpt-sub) "  " dpt-type(ws-dpt-sub)
               "  " posting-display
           .

       print-confirmation-letter.
       *> The letter goes to the primary owner's address of record,
       *> or says loudly that the owner could not be found, the same
       *> as every other customer letter. It prints unsigned; the
       *> officer signs the paper copy.
           open extend confirmation-letter-file
           if ws-letter-status = "35"
               *> first confirmation ever -- create the print file
               open output confirmation-letter-file
           end-if
           move ws-today(5:2) to lhl-issue-date(1:2)
           move "/" to lhl-issue-date(3:1)
           move ws-today(7:2) to lhl-issue-date(4:2)
           move "/" to lhl-issue-date(6:1)
           move ws-today(1:4) to lhl-issue-date(7:4)
           move letter-heading-line to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           perform print-letter-addressee
           move spaces to letter-line
           write letter-line
           move ws-keyed-account to lal-account-number
           if asof-in-history
               move "(ACCOUNT NOW CLOSED)" to lal-closed-note
           else
               move spaces to lal-closed-note
           end-if
           move letter-account-line to letter-line
           write letter-line
           move ws-asof-date(5:2) to lbl-asof-date(1:2)
           move "/" to lbl-asof-date(3:1)
           move ws-asof-date(7:2) to lbl-asof-date(4:2)
           move "/" to lbl-asof-date(6:1)
           move ws-asof-date(1:4) to lbl-asof-date(7:4)
           move letter-body-line to letter-line
           write letter-line
           move "THE BALANCES OF THE ACCOUNT ABOVE WERE:" to letter-line
           write letter-line
           move "  LEDGER BALANCE" to lml-label
           move asof-balance to lml-amount
           move letter-amount-line to letter-line
           write letter-line
           if asof-held-known and asof-held not = zero
               move "  HELD PENDING AVAILABILITY" to lml-label
               move asof-held to lml-amount
               move letter-amount-line to letter-line
               write letter-line
           end-if
           if asof-drawn not = zero
               move "  OVERDRAFT LINE DRAWN" to lml-label
               move asof-drawn to lml-amount
               move letter-amount-line to letter-line
               write letter-line
           end-if
           move spaces to letter-line
           write letter-line
           move letter-signature-line to letter-line
           write letter-line
           move letter-separator-line to letter-line
           write letter-line
           close confirmation-letter-file
           display "confirmation letter written to BALCONF."
           .

       print-letter-addressee.
           move "N" to ws-customer-status
           open input customer-master-file
           if ws-customer-status = "00"
               move asof-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       move "N" to ws-customer-status
               end-read
               close customer-master-file
           end-if
           if ws-customer-status = "00"
               move cust-name to letter-line
               write letter-line
               move cust-address-line-1 to letter-line
               write letter-line
               if cust-address-line-2 not = spaces
                   move cust-address-line-2 to letter-line
                   write letter-line
               end-if
               move cust-city to lcl-city
               move cust-state to lcl-state
               move cust-postal-code to lcl-postal-code
               move letter-city-line to letter-line
               write letter-line
           else
               move asof-owner-id to lnc-owner-id
               move letter-no-customer-line to letter-line
               write letter-line
           end-if
           .

       end program AccountInquiry.
