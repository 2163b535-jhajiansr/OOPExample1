      *> Shared alert-response layout (ALERTRSP) -- what the alert
      *> vendor sends back for the alerts on an earlier feed: the
      *> alert id as we issued it, A when the message was delivered
      *> or B when it bounced, when the vendor recorded the outcome,
      *> and the vendor's own wording of the reason for a bounce.
       01  alert-response-line.
           05  alr-alert-id         pic 9(14).
           05  filler               pic x(1).
           05  alr-response-code    pic x(1).
               88  alr-delivered        value "A".
               88  alr-bounced          value "B".
           05  filler               pic x(1).
           05  alr-response-timestamp pic x(14).
           05  filler               pic x(1).
           05  alr-reason           pic x(30).
