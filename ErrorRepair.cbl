                           perform write-security-log-line
                       when other
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                   end-evaluate
           end-read
           .
