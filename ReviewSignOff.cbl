       identification division.

       program-id. ReviewSignOff.

       environment division.
       input-output section.
       file-control.
           select review-control-file assign to "OPRREVW"
               organization line sequential
               file status is ws-review-control-status.
           select sign-off-file assign to "OPRSIGN"
               organization line sequential
               file status is ws-sign-off-status.
           select operator-master-file assign to "OPERMSTR"
               organization indexed
               access dynamic
               record key is opr-operator-id
               file status is ws-operator-master-status.
           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.

       data division.
       file section.
       fd  review-control-file.
           copy "OperatorReviewRecord.cpy".

       fd  sign-off-file.
           copy "ReviewSignOffRecord.cpy".

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-review-control-status   pic xx.
           88 end-of-reviews         value "10".
           88 reviews-not-found      value "35".
       01 ws-sign-off-status         pic xx.
           88 end-of-sign-offs       value "10".
           88 sign-offs-not-found    value "35".
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-seclog-status           pic xx.
       copy "SecurityLogRecord.cpy".
       01 ws-operator-id             pic x(10).
       01 ws-signon-password         pic x(10).
       01 ws-signon-tries            pic 9(1).
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-log-timestamp           pic x(26).
       01 ws-confirm                 pic x(1).

       01 ws-review-flag             pic x(1) value "N".
           88 review-on-file         value "Y".
       01 ws-signed-flag             pic x(1) value "N".
           88 review-already-signed  value "Y".
       01 latest-review.
           05 lr-review-date         pic 9(8).
           05 lr-period-start        pic 9(8).
           05 lr-period-end          pic 9(8).
           05 lr-operator-count      pic 9(5).
           05 lr-exception-count     pic 9(5).
       01 signed-by-supervisor       pic x(10).
       01 signed-on-date             pic x(8).

       procedure division.
       *> Supervisor sign-off of the operator activity review. The
       *> latest review run on OPRREVW is shown with its window and
       *> exception count; once the supervisor confirms they have
       *> read the report, a line goes on OPRSIGN -- the record the
       *> next review takes its window from -- and the sign-off
       *> itself lands on SECLOG as a REVSIGN event, so the review of
       *> the reviewers is on the same log as everything else. A
       *> review already signed cannot be signed a second time.
           perform find-latest-review
           evaluate true
               when not review-on-file
                   display "no operator activity review on OPRREVW"
                       " -- nothing to sign off."
               when review-already-signed
                   display "review of " lr-review-date
                       " already signed off by " signed-by-supervisor
                       " on " signed-on-date "."
               when other
                   perform sign-on-operator
                   if signon-accepted
                       perform confirm-sign-off
                   end-if
           end-evaluate
           stop run
           .

       find-latest-review.
           open input review-control-file
           if not reviews-not-found
               perform read-next-review
               perform note-one-review until end-of-reviews
               close review-control-file
           end-if
           if review-on-file
               open input sign-off-file
               if not sign-offs-not-found
                   perform read-next-sign-off
                   perform check-one-sign-off until end-of-sign-offs
                   close sign-off-file
               end-if
           end-if
           .

       read-next-review.
           read review-control-file
               at end set end-of-reviews to true
           end-read
           .

       note-one-review.
           set review-on-file to true
           move orv-review-date to lr-review-date
           move orv-period-start to lr-period-start
           move orv-period-end to lr-period-end
           move orv-operator-count to lr-operator-count
           move orv-exception-count to lr-exception-count
           perform read-next-review
           .

       read-next-sign-off.
           read sign-off-file
               at end set end-of-sign-offs to true
           end-read
           .

       check-one-sign-off.
           if rso-review-date = lr-review-date
               and rso-period-end = lr-period-end
               set review-already-signed to true
               move rso-supervisor-id to signed-by-supervisor
               move rso-timestamp(1:8) to signed-on-date
           end-if
           perform read-next-sign-off
           .

       sign-on-operator.
       *> Only a supervisor may sign off the review -- the same
       *> entitlement change approval demands.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- review sign-off"
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
           display "review sign-off -- enter operator id: "
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
                       when not opr-is-supervisor
                           display "supervisor entitlement required."
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

       write-security-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to sll-timestamp
           move "REVIEWSIGNOFF" to sll-program-id
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

       confirm-sign-off.
           display "operator activity review run " lr-review-date
           display "activity from " lr-period-start " to "
               lr-period-end
           display "operators reviewed: " lr-operator-count
               "  exceptions: " lr-exception-count
           display "sign off this review as read and actioned Y/N: "
           accept ws-confirm
           if ws-confirm = "Y" or ws-confirm = "y"
               perform write-sign-off-line
               move "REVSIGN" to sll-event-type
               move spaces to sll-detail
               move lr-review-date to sll-detail(1:8)
               move lr-exception-count to sll-detail(10:5)
               perform write-security-log-line
               display "review signed off."
           else
               display "not signed off."
           end-if
           .

       write-sign-off-line.
           open extend sign-off-file
           if ws-sign-off-status = "35"
               *> first review ever signed -- create the file
               open output sign-off-file
           end-if
           move spaces to review-sign-off-line
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to rso-timestamp
           move lr-review-date to rso-review-date
           move lr-period-start to rso-period-start
           move lr-period-end to rso-period-end
           move ws-operator-id to rso-supervisor-id
           move lr-exception-count to rso-exception-count
           write review-sign-off-line
           close sign-off-file
           .

       end program ReviewSignOff.
