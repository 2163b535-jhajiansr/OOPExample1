           select notice-register-file assign to "NOTREG"
               organization line sequential
               file status is ws-register-status.
           select suppressed-mail-file assign to "SUPPMAIL"
               organization line sequential
               file status is ws-suppressed-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.
       fd  notice-register-file.
       01  notice-register-record pic x(80).

       fd  suppressed-mail-file.
           copy "SuppressedMailRecord.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).

       01 ws-register-status         pic xx.
           88 end-of-register        value "10".
           88 register-not-found     value "35".
       01 ws-suppressed-status       pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 notices-produced-count     pic 9(7) value 0.
       01 unaddressed-count          pic 9(7) value 0.
       01 suppressed-count           pic 9(7) value 0.
       01 mail-held-count            pic 9(7) value 0.
       01 ws-log-timestamp           pic x(26).
       01 ws-cutoff-date-integer     pic 9(8) comp.
       01 ws-cutoff-date             pic 9(8).

       01 notice-history-table.
      *> Dormancy-warning, escheat and savings-conversion notices
      *> already produced in the last six months, read back off the
      *> NOTREG register at start-up -- the dormancy review re-cuts
      *> its triggers on every cycle, so without this the same
      *> customer would get the identical letter every review run
      *> for months. A re-crossing after the window (activity
      *> resumed, then the drift started again) letters afresh,
      *> which is right.
           05 notice-history-entry occurs 2000 times
                                   indexed by nht-idx.
               10 nht-event-type     pic x(8).
               "CUSTOMER NOT ON FILE FOR: ".
           05 ncl-owner-id       pic x(10).

       01 estate-name-line.
           05 filler             pic x(10) value "ESTATE OF ".
           05 enl-name           pic x(30).

       01 estate-contact-line.
           05 filler             pic x(4) value "C/O ".
           05 ecl-contact        pic x(30).

       01 notice-account-line.
           05 filler             pic x(9) value "ACCOUNT: ".
           05 nal-account-number pic z(7)9.
       01 esch-body-line-2 pic x(60) value
           "UNCLAIMED PROPERTY. CONTACT YOUR BRANCH TO CLAIM IT.".

       01 stop-body-line-1 pic x(60) value
           "A STOP-PAYMENT ORDER ON YOUR ACCOUNT WILL SOON EXPIRE.".
       01 stop-body-line-2 pic x(60) value
           "CONTACT YOUR BRANCH BEFORE THEN IF IT SHOULD BE RENEWED.".

       01 savconv-body-line-1 pic x(60) value
           "YOUR SAVINGS ACCOUNT HAS EXCEEDED ITS MONTHLY WITHDRAWAL".
       01 savconv-body-line-2 pic x(60) value
           "LIMIT IN THREE OF THE LAST SIX MONTHS AND IS INCURRING".
       01 savconv-body-line-3 pic x(60) value
           "EXCESS-TRANSACTION FEES. A CHECKING ACCOUNT MAY SUIT YOUR".
       01 savconv-body-line-4 pic x(60) value
           "NEEDS BETTER -- PLEASE CONTACT YOUR BRANCH.".

       01 dspdeny-body-line-1 pic x(60) value
           "WE HAVE COMPLETED OUR INVESTIGATION OF THE NETWORK DEBIT".
       01 dspdeny-body-line-2 pic x(60) value
           "YOU DISPUTED AND FOUND IT TO BE VALID. ANY PROVISIONAL".
       01 dspdeny-body-line-3 pic x(60) value
           "CREDIT GIVEN FOR IT, SHOWN ABOVE, HAS BEEN REVERSED.".

       01 notice-register-line.
       *> One line per notice produced -- the examiner's proof of
       *> when each required communication actually went out.
       *> detects but never used to communicate becomes a formatted
       *> letter -- NSF fees straight off today's NF journal lines,
       *> dormancy warnings and escheat due diligence off the
       *> triggers the dormancy review cut to NOTTRIG, stop-payment
       *> expiry warnings off the ones the stop-payment run cut
       *> there, savings-conversion warnings off the ones the
       *> month-end excess-transaction run cut, and denied-dispute
       *> letters off the ones the dispute run cut. The addressee
       *> block comes from CUSTMSTR exactly the way statements build
       *> theirs, one letter per event goes to the NOTPRINT print
       *> file, and the NOTREG register records when each notice was
       *> produced. A letter for an owner whose mail the post office
       *> has been returning is held on the SUPPMAIL list instead of
       *> printed. The trigger file is truncated once consumed, so
       *> a rerun cannot re-letter the same triggers.
           perform write-run-log-start
           perform initialize-run
               *> first ever notice -- create the register
               open output notice-register-file
           end-if
           open extend suppressed-mail-file
           if ws-suppressed-status = "35"
               *> first piece ever held -- create the list
               open output suppressed-mail-file
           end-if
           if not end-of-triggers
               perform read-next-trigger
           end-if
       *> One pass over the register before it reopens for tonight's
       *> notices: every DORMWARN/ESCHEAT line from the last six
       *> months goes in the history table so those events letter
       *> once per drift, not once per review cycle -- and so does
       *> every SAVCONV line, since a savings account stays over its
       *> three-in-six count for several month-ends running and the
       *> customer needs the warning once. NSF letters are
       *> deliberately not deduplicated -- every assessed fee is its
       *> own notice.
           compute ws-cutoff-date-integer =

       load-one-history-line.
           if (nrl-event-type = "DORMWARN"
                   or nrl-event-type = "ESCHEAT"
                   or nrl-event-type = "SAVCONV")
               and nrl-timestamp(1:8) >= ws-cutoff-date
               if notice-history-count >= 2000
                   if not nht-overflow-warned

       produce-one-notice.
           perform resolve-notice-owner
           if addressee-found and cust-mail-undeliverable
               perform hold-one-notice
           else
               perform print-addressee-block
               move ws-notice-account to nal-account-number
               move notice-account-line to notice-print-line
               write notice-print-line
               move ws-notice-amount to nml-amount
               move notice-amount-line to notice-print-line
               write notice-print-line
               perform print-notice-body
               move notice-separator-line to notice-print-line
               write notice-print-line
               perform write-notice-register-line
               add 1 to notices-produced-count
           end-if
           .

       hold-one-notice.
       *> The owner's mail is coming back undelivered -- the letter
       *> goes on the suppressed-mail list rather than into the
       *> print file. It stays off the register, so the examiner's
       *> record shows only letters that actually went out and a
       *> dormancy or escheat letter cuts afresh on the first review
       *> after a good address is keyed.
           move ws-today to spm-held-date
           set spm-from-notice-run to true
           move ws-notice-owner-id to spm-owner-id
           move ws-notice-account to spm-account-number
           move ws-notice-event to spm-item-type
           move ws-today to spm-item-date
           move ws-notice-amount to spm-amount
           write suppressed-mail-line
           add 1 to mail-held-count
           .

       resolve-notice-owner.
       *> same loud line in its place when the customer cannot be
       *> resolved, so a notice never mails blind.
           if addressee-found
               if cust-is-deceased
                   and cust-estate-contact not = spaces
                   perform print-estate-addressee
               else
                   move cust-name to notice-print-line
                   write notice-print-line
                   move cust-address-line-1 to notice-print-line
                   write notice-print-line
                   if cust-address-line-2 not = spaces
                       move cust-address-line-2 to notice-print-line
                       write notice-print-line
                   end-if
                   move cust-city to acl-city
                   move cust-state to acl-state
                   move cust-postal-code to acl-postal-code
                   move addressee-city-line to notice-print-line
                   write notice-print-line
               end-if
           else
               move ws-notice-owner-id to ncl-owner-id
               move no-customer-line to notice-print-line
           end-if
           .

       print-estate-addressee.
       *> The owner has died and an estate contact is on file -- the
       *> mail goes to the contact, on the deceased's behalf.
           move cust-name to enl-name
           move estate-name-line to notice-print-line
           write notice-print-line
           move cust-estate-contact to ecl-contact
           move estate-contact-line to notice-print-line
           write notice-print-line
           move cust-estate-address-1 to notice-print-line
           write notice-print-line
           if cust-estate-address-2 not = spaces
               move cust-estate-address-2 to notice-print-line
               write notice-print-line
           end-if
           move cust-estate-city to acl-city
           move cust-estate-state to acl-state
           move cust-estate-postal to acl-postal-code
           move addressee-city-line to notice-print-line
           write notice-print-line
           .

       print-notice-body.
           evaluate ws-notice-event
               when "NSFFEE"
                   write notice-print-line
                   move esch-body-line-2 to notice-print-line
                   write notice-print-line
               when "STOPEXP"
                   move stop-body-line-1 to notice-print-line
                   write notice-print-line
                   move stop-body-line-2 to notice-print-line
                   write notice-print-line
               when "SAVCONV"
                   move savconv-body-line-1 to notice-print-line
                   write notice-print-line
                   move savconv-body-line-2 to notice-print-line
                   write notice-print-line
                   move savconv-body-line-3 to notice-print-line
                   write notice-print-line
                   move savconv-body-line-4 to notice-print-line
                   write notice-print-line
               when "DSPDENY"
                   move dspdeny-body-line-1 to notice-print-line
                   write notice-print-line
                   move dspdeny-body-line-2 to notice-print-line
                   write notice-print-line
                   move dspdeny-body-line-3 to notice-print-line
                   write notice-print-line
               when other
                   continue
           end-evaluate
           close posting-journal-file
           close account-master-file
           close customer-master-file
           close suppressed-mail-file
           if trigger-file-present
               *> the triggers are lettered -- truncate the file so a
               *> rerun cannot produce the same letters twice
           end-if
           display "noticerun: " notices-produced-count
               " notices produced, " suppressed-count
               " duplicates suppressed, " mail-held-count
               " held for undeliverable mail"
           perform write-run-log-end
           .

