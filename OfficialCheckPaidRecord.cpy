      *> Shared official-check paid-items layout (OFCPAID) -- the
      *> daily file our clearing bank sends of every official check
      *> it paid against us. Framed the way the clearing house frames
      *> CHKCLEAR: an "H" header carrying the paid date and the
      *> clearing bank's id, "D" details, and a "T" trailer carrying
      *> the item count and amount total. opd-serial-number is an x
      *> field so a garbled serial can be class-tested before it is
      *> looked up on the register.
       01  official-check-paid-record.
           05  opd-record-type      pic x(1).
               88  opd-header-record    value "H".
               88  opd-detail-record    value "D".
               88  opd-trailer-record   value "T".
           05  opd-detail-fields.
               10  opd-serial-number    pic x(9).
               10  opd-amount           pic 9(9)v99.
               10  opd-paid-date        pic 9(8).
               10  opd-item-trace       pic x(15).
           05  opd-header-fields redefines opd-detail-fields.
               10  opd-file-date        pic 9(8).
               10  opd-clearing-bank-id pic x(4).
               10  filler               pic x(31).
           05  opd-trailer-fields redefines opd-detail-fields.
               10  opd-item-count       pic 9(7).
               10  opd-amount-total     pic 9(11)v99.
               10  filler               pic x(23).
