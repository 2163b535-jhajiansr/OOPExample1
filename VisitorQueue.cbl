       identification division.

       program-id. VisitorQueue.

       environment division.
       input-output section.
       file-control.
           select visit-queue-file assign to "VISITQUE"
               organization indexed
               access dynamic
               record key is vq-ticket-key
               file status is ws-queue-status.
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
       fd  visit-queue-file.
           copy "VisitQueueRecord.cpy".

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-queue-status            pic xx.
           88 queue-not-found        value "35".
           88 end-of-queue           value "10" "46".
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-seclog-status           pic xx.
       copy "SecurityLogRecord.cpy".
       01 ws-signon-password         pic x(10).
       01 ws-signon-tries            pic 9(1).
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-log-timestamp           pic x(26).
       01 ws-operator-id             pic x(10).
       01 ws-menu-choice             pic x(1).
       01 ws-session-flag            pic x(1) value "N".
           88 session-done           value "Y".
       01 ws-today                   pic 9(8).
       01 ws-time-now                pic 9(6).
       01 ws-keyed-ticket            pic 9(4).
       01 ws-serve-reason            pic x(1).
       01 ws-found-flag              pic x(1).
           88 ticket-found           value "Y".
           88 ticket-not-found       value "N".
       01 listed-count               pic 9(5).

       procedure division.
       *> The branch queue desk. The greeter checks visitors in as
       *> numbered tickets on VISITQUE; here a signed-on operator
       *> lists who is waiting, calls the next visitor up -- for any
       *> reason, or the next one waiting for the reason their desk
       *> handles -- or a particular ticket, closes the ticket when
       *> service ends, and marks a ticket left when the visitor
       *> walked out before being served. The call-up is stamped
       *> with the operator's id; every time is kept for the day's
       *> wait-time report. Only today's tickets are worked here.
           perform sign-on-operator
           if signon-accepted
               move function current-date(1:8) to ws-today
               open i-o visit-queue-file
               if queue-not-found
                   display "VISITQUE not found -- nobody has been"
                       " checked in."
               else
                   perform queue-session until session-done
                   close visit-queue-file
               end-if
           end-if
           stop run
           .

       sign-on-operator.
       *> Any active operator may serve the queue -- it touches no
       *> account -- but the call-up carries their id, so entry
       *> still takes a sign-on, with failures on the security log.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- queue desk unavailable."
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
           display "visitor queue -- enter operator id: "
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
                       when not opr-may-inquire
                           display "no queue entitlement."
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
           move "VISITORQUEUE" to sll-program-id
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

       queue-session.
           display "1=list waiting 2=call next 3=call ticket"
               " 4=end service 5=visitor left 0=done: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   perform list-waiting-visitors
               when "2"
                   perform call-next-visitor
               when "3"
                   perform call-keyed-ticket
               when "4"
                   perform end-service
               when "5"
                   perform mark-visitor-left
               when "0"
                   set session-done to true
               when other
                   display "unrecognized choice."
           end-evaluate
           .

       position-at-today.
           move ws-today to vq-visit-date
           move zero to vq-ticket-number
           move "00" to ws-queue-status
           start visit-queue-file key is greater than or equal to
               vq-ticket-key
               invalid key move "10" to ws-queue-status
           end-start
           .

       list-waiting-visitors.
           move zero to listed-count
           perform position-at-today
           perform list-next-ticket until end-of-queue
           if listed-count = zero
               display "nobody waiting and nobody in service."
           end-if
           move "00" to ws-queue-status
           .

       list-next-ticket.
           read visit-queue-file next record
               at end move "10" to ws-queue-status
               not at end
                   if vq-visit-date not = ws-today
                       move "10" to ws-queue-status
                   else
                       if vq-waiting or vq-in-service
                           display vq-ticket-number " " vq-status " "
                               vq-visit-reason " " vq-visitor-class
                               " " vq-checkin-time " "
                               vq-visitor-name " " vq-called-by
                           add 1 to listed-count
                       end-if
                   end-if
           end-read
           .

       call-next-visitor.
       *> First come, first served: the lowest waiting ticket of the
       *> day, optionally only among visitors waiting for the reason
       *> this desk handles.
           display "serve reason T/N/L/C (blank = any): "
           accept ws-serve-reason
           inspect ws-serve-reason converting "tnlc" to "TNLC"
           set ticket-not-found to true
           perform position-at-today
           perform find-next-waiting until end-of-queue or ticket-found
           move "00" to ws-queue-status
           if ticket-found
               perform call-up-visitor
           else
               display "nobody waiting."
           end-if
           .

       find-next-waiting.
           read visit-queue-file next record
               at end move "10" to ws-queue-status
               not at end
                   if vq-visit-date not = ws-today
                       move "10" to ws-queue-status
                   else
                       if vq-waiting
                           and (ws-serve-reason = space
                               or vq-visit-reason = ws-serve-reason)
                           set ticket-found to true
                       end-if
                   end-if
           end-read
           .

       call-keyed-ticket.
           perform read-keyed-ticket
           if ticket-found
               if vq-waiting
                   perform call-up-visitor
               else
                   display "ticket " ws-keyed-ticket
                       " is not waiting -- status " vq-status "."
               end-if
           end-if
           .

       read-keyed-ticket.
           display "ticket number: "
           accept ws-keyed-ticket
           move ws-today to vq-visit-date
           move ws-keyed-ticket to vq-ticket-number
           set ticket-found to true
           read visit-queue-file
               invalid key
                   set ticket-not-found to true
                   display "ticket " ws-keyed-ticket
                       " not issued today."
           end-read
           .

       call-up-visitor.
           move function current-date(9:6) to ws-time-now
           move ws-time-now to vq-called-time
           move ws-operator-id to vq-called-by
           set vq-in-service to true
           rewrite visit-queue-record
               invalid key
                   display "ticket " vq-ticket-number
                       " could not be updated."
               not invalid key
                   display "calling ticket " vq-ticket-number ": "
                       vq-visitor-name " (reason " vq-visit-reason
                       ")"
           end-rewrite
           .

       end-service.
           perform read-keyed-ticket
           if ticket-found
               if vq-in-service
                   move function current-date(9:6) to ws-time-now
                   move ws-time-now to vq-service-end-time
                   set vq-served to true
                   rewrite visit-queue-record
                       invalid key
                           display "ticket " vq-ticket-number
                               " could not be updated."
                       not invalid key
                           display "ticket " vq-ticket-number
                               " served."
                   end-rewrite
               else
                   display "ticket " ws-keyed-ticket
                       " is not in service -- status " vq-status "."
               end-if
           end-if
           .

       mark-visitor-left.
       *> A visitor who walked out -- still waiting, or called up and
       *> never came to the desk -- is closed as left unserved; the
       *> call-up, if there was one, stays on the ticket.
           perform read-keyed-ticket
           if ticket-found
               if vq-waiting or vq-in-service
                   move function current-date(9:6) to ws-time-now
                   move ws-time-now to vq-left-time
                   set vq-left-unserved to true
                   rewrite visit-queue-record
                       invalid key
                           display "ticket " vq-ticket-number
                               " could not be updated."
                       not invalid key
                           display "ticket " vq-ticket-number
                               " marked left."
                   end-rewrite
               else
                   display "ticket " ws-keyed-ticket
                       " is already closed -- status " vq-status "."
               end-if
           end-if
           .

       end program VisitorQueue.
