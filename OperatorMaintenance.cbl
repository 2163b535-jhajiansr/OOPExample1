                   " first supervisor."
               move "BOOTSTRAP" to ws-signon-id
               set signon-accepted to true
               move "SIGNON" to sll-event-type
               move spaces to sll-detail
               perform write-security-log-line
           else
               perform sign-on-supervisor
           end-if
                       and opr-active
                       and opr-is-supervisor
                       set signon-accepted to true
                       move "SIGNON" to sll-event-type
                       move spaces to sll-detail
                       perform write-security-log-line
                   else
                       perform log-failed-sign-on
                   end-if
