       identification division.

       program-id. SanctionsReview.

       environment division.
       input-output section.
       file-control.
           select sanctions-review-file assign to "SANCTREV"
               organization indexed
               access dynamic
               record key is srv-review-key
               file status is ws-review-status.
           select payee-master-file assign to "PAYEES"
               organization indexed
               access dynamic
               record key is pay-payee-id
               file status is ws-payee-status.
           select operator-master-file assign to "OPERMSTR"
               organization indexed
               access dynamic
               record key is opr-operator-id
               file status is ws-operator-master-status.
           select sanctions-log-file assign to "SANCTLOG"
               organization line sequential
               file status is ws-sanctlog-status.
           select payee-log-file assign to "PAYLOG"
               organization line sequential
               file status is ws-paylog-status.
           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.

       data division.
       file section.
       fd  sanctions-review-file.
           copy "SanctionsReviewRecord.cpy".

       fd  payee-master-file.
           copy "PayeeRecord.cpy".

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  sanctions-log-file.
       01  sanctions-log-record pic x(100).

       fd  payee-log-file.
       01  payee-log-record pic x(100).

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-review-status           pic xx.
           88 end-of-reviews         value "10".
       01 ws-payee-status            pic xx.
       01 ws-payee-present-flag      pic x(1) value "N".
           88 payee-file-present     value "Y".
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-sanctlog-status         pic xx.
       01 ws-paylog-status           pic xx.
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
       01 ws-keyed-source            pic x(4).
       01 ws-keyed-subject-id        pic x(10).
       01 ws-decision                pic x(1).
           88 decision-clear         value "C".
           88 decision-confirm       value "F".
       01 ws-confirm-choice          pic x(1).
       01 ws-old-review-status       pic x(1).
       01 ws-log-timestamp           pic x(26).
       01 pending-count              pic 9(5).

       01 sanctions-log-line.
       *> One line per decision -- who decided, which party, which
       *> watch-list entry, and the queue status before and after.
           05 snl-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 snl-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 snl-source          pic x(4).
           05 filler              pic x(1) value space.
           05 snl-subject-id      pic x(10).
           05 filler              pic x(1) value space.
           05 snl-watch-entry-id  pic x(10).
           05 filler              pic x(1) value space.
           05 snl-old-status      pic x(1).
           05 filler              pic x(1) value space.
           05 snl-new-status      pic x(1).

       01 payee-log-line.
       *> The PAYLOG layout payee maintenance writes.
           05 pll-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 pll-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 pll-payee-id        pic 9(6).
           05 filler              pic x(1) value space.
           05 pll-field-name      pic x(8).
           05 filler              pic x(1) value space.
           05 pll-old-value       pic x(20).
           05 filler              pic x(1) value space.
           05 pll-new-value       pic x(20).

       procedure division.
       *> Review desk for the sanctions queue. Every watch-list hit
       *> the screening routine raised -- nightly, on a customer or
       *> payee name change, or on an account application -- waits
       *> here as pending until a supervisor works it. Clearing a hit
       *> records a false positive: the application can be
       *> re-presented, and a payee the hit suspended goes back to
       *> active. Confirming it makes the block permanent -- the
       *> payee stays suspended, and the party keeps hitting however
       *> its name is later edited. Every decision is logged to
       *> SANCTLOG.
           perform sign-on-supervisor
           if signon-accepted
               move function current-date(1:8) to ws-today
               open i-o sanctions-review-file
               if ws-review-status = "35"
                   display "SANCTREV not found -- no hits have ever"
                       " been raised."
               else
                   open i-o payee-master-file
                   if ws-payee-status = "00"
                       set payee-file-present to true
                   end-if
                   perform review-session until session-done
                   if payee-file-present
                       close payee-master-file
                   end-if
                   close sanctions-review-file
               end-if
           end-if
           stop run
           .

       sign-on-supervisor.
       *> Clearing a hit lets money move to a party that matched a
       *> sanctions list, so the desk takes a supervisor (level 3)
       *> sign-on, the same bar the legal-order and payee desks hold.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- sanctions review"
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
           display "sanctions review -- enter operator id: "
           accept ws-operator-id
           display "password: "
           accept ws-signon-password
           move ws-operator-id to opr-operator-id
           read operator-master-file
               invalid key
                   perform log-failed-sign-on
               not invalid key
                   if opr-password = ws-signon-password
                       and opr-active
                       and opr-is-supervisor
                       set signon-accepted to true
                       move "SIGNON" to sll-event-type
                       move spaces to sll-detail
                       perform write-security-log-line
                   else
                       perform log-failed-sign-on
                   end-if
           end-read
           .

       log-failed-sign-on.
           display "sign-on failed."
           move "SIGNFAIL" to sll-event-type
           move spaces to sll-detail
           perform write-security-log-line
           .

       review-session.
           display "1=list pending 2=clear hit 3=confirm hit 0=done: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   perform list-pending-hits
               when "2"
                   set decision-clear to true
                   perform decide-hit
               when "3"
                   set decision-confirm to true
                   perform decide-hit
               when "0"
                   set session-done to true
               when other
                   display "unrecognized choice."
           end-evaluate
           .

       list-pending-hits.
           move zero to pending-count
           move low-values to srv-review-key
           start sanctions-review-file key is greater than
               or equal to srv-review-key
               invalid key set end-of-reviews to true
           end-start
           if not end-of-reviews
               perform read-next-review
           end-if
           perform list-one-review until end-of-reviews
           display pending-count " hit(s) pending review."
           move spaces to ws-review-status
           .

       read-next-review.
           read sanctions-review-file next record
               at end set end-of-reviews to true
           end-read
           .

       list-one-review.
           if srv-review-pending
               add 1 to pending-count
               display srv-source " " srv-subject-id " "
                   srv-screened-name " " srv-hit-date
               display "     matched " srv-watch-list-code " "
                   srv-watch-entry-id " " srv-watch-name
                   " score " srv-match-score
           end-if
           perform read-next-review
           .

       decide-hit.
           display "source (CUST/PAYE/LEGL): "
           accept ws-keyed-source
           move function upper-case(ws-keyed-source)
               to ws-keyed-source
           display "party id: "
           accept ws-keyed-subject-id
           move ws-keyed-source to srv-source
           move ws-keyed-subject-id to srv-subject-id
           read sanctions-review-file
               invalid key
                   display "no hit on file for " ws-keyed-source
                       " " ws-keyed-subject-id "."
               not invalid key
                   if srv-review-status = ws-decision
                       display "hit already has that decision."
                   else
                       perform confirm-and-apply-decision
                   end-if
           end-read
           .

       confirm-and-apply-decision.
           display "screened: " srv-screened-name
           display "matched:  " srv-watch-list-code " "
               srv-watch-entry-id " " srv-watch-name
           display "score:    " srv-match-score
               "  status: " srv-review-status
           display "apply decision " ws-decision "? (Y/N)"
           accept ws-confirm-choice
           if ws-confirm-choice = "Y" or ws-confirm-choice = "y"
               move srv-review-status to ws-old-review-status
               move ws-decision to srv-review-status
               move ws-today to srv-decision-date
               move ws-operator-id to srv-decided-by
               rewrite sanctions-review-record
               perform write-sanctions-log-line
               if srv-source-payee
                   perform apply-payee-decision
               end-if
               display "decision recorded."
           else
               display "nothing changed."
           end-if
           .

       apply-payee-decision.
       *> Clearing lifts the suspension the hit put on; confirming
       *> makes sure the payee is suspended even if the hit was
       *> raised before the payee went active.
           if payee-file-present
               and srv-subject-id(1:6) is numeric
               move srv-subject-id(1:6) to pay-payee-id
               read payee-master-file
                   invalid key
                       display "payee " srv-subject-id
                           " no longer on file."
                   not invalid key
                       perform change-payee-status
               end-read
           end-if
           .

       change-payee-status.
           move pay-payee-status to pll-old-value
           evaluate true
               when decision-clear and pay-payee-suspended
                   set pay-payee-active to true
                   perform rewrite-and-log-payee
                   display "payee " pay-payee-id " reactivated."
               when decision-confirm and pay-payee-active
                   set pay-payee-suspended to true
                   perform rewrite-and-log-payee
                   display "payee " pay-payee-id " suspended."
               when other
                   continue
           end-evaluate
           .

       rewrite-and-log-payee.
           rewrite payee-record
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to pll-timestamp
           move ws-operator-id to pll-operator-id
           move pay-payee-id to pll-payee-id
           move "STATUS" to pll-field-name
           move pay-payee-status to pll-new-value
           open extend payee-log-file
           if ws-paylog-status = "35"
               *> first ever payee-log write -- create the file
               open output payee-log-file
           end-if
           move payee-log-line to payee-log-record
           write payee-log-record
           close payee-log-file
           .

       write-sanctions-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to snl-timestamp
           move ws-operator-id to snl-operator-id
           move srv-source to snl-source
           move srv-subject-id to snl-subject-id
           move srv-watch-entry-id to snl-watch-entry-id
           move ws-old-review-status to snl-old-status
           move srv-review-status to snl-new-status
           open extend sanctions-log-file
           if ws-sanctlog-status = "35"
               *> first ever decision -- create the file
               open output sanctions-log-file
           end-if
           move sanctions-log-line to sanctions-log-record
           write sanctions-log-record
           close sanctions-log-file
           .

       write-security-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to sll-timestamp
           move "SANCTIONSREVIEW" to sll-program-id
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

       end program SanctionsReview.
