      *> Shared outbound alert-feed layout (ALERTFD) -- the fixed-
      *> format file the text-message and email vendor picks up after
      *> the nightly alert run. One "1" header carries the business
      *> date the alerts arose on; each "2" detail is one alert to one
      *> owner: the alert id the vendor echoes back on its response
      *> file, the channel and contact to send to, the account, the
      *> alert type -- LB low balance, LW large withdrawal, NF NSF
      *> fee, OA overdraft-line advance -- and the amount (the closing
      *> balance for LB, the posting itself for the rest). The "9"
      *> trailer carries the detail count, the amount total and a
      *> hash of the account numbers for the vendor to prove the
      *> whole file arrived.
       01  alert-feed-record.
           05  alf-record-type      pic x(1).
               88  alf-header-record    value "1".
               88  alf-detail-record    value "2".
               88  alf-trailer-record   value "9".
           05  alf-detail-fields.
               10  alf-alert-id         pic 9(14).
               10  alf-owner-id         pic x(10).
               10  alf-channel          pic x(1).
               10  alf-contact          pic x(40).
               10  alf-account-number   pic 9(8).
               10  alf-alert-type       pic x(2).
               10  alf-amount           pic s9(9)v99
                                            sign leading separate.
           05  alf-header-fields redefines alf-detail-fields.
               10  alf-business-date    pic 9(8).
               10  alf-created-timestamp pic x(14).
               10  filler               pic x(65).
           05  alf-trailer-fields redefines alf-detail-fields.
               10  alf-detail-count     pic 9(7).
               10  alf-amount-total     pic s9(11)v99
                                            sign leading separate.
               10  alf-account-hash     pic 9(15).
               10  filler               pic x(51).
