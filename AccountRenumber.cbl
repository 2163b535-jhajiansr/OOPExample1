       01 ws-proceed-flag            pic x(1).
           88 operation-proceeds     value "Y".
           88 operation-aborted      value "N".
       01 ws-old-record-save         pic x(300).
       *> Byte image of the old number's record, parked while the
       *> new number's record shares the one FD buffer -- the same
       *> save discipline every program here uses, oversized so the
                       and opr-active
                       and opr-is-supervisor
                       set signon-accepted to true
                       move "SIGNON" to sll-event-type
                       move spaces to sll-detail
                       perform write-security-log-line
                   else
                       perform log-failed-sign-on
                   end-if
