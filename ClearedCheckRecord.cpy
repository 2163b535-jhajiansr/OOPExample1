      *> Shared cleared-check item layout -- the fixed format the
      *> clearing house presents paper checks drawn on our checking
      *> accounts in (CHKCLEAR) and expects unpaid items back in the
      *> same day (CHKRTNS). Framed the clearing house's way: an "H"
      *> header carrying the clearing date and clearing-house id,
      *> "D" details, and a "T" trailer carrying the item count and
      *> amount total. cci-account-number and cci-serial-number are
      *> x fields so a garbled item can be class-tested before it is
      *> trusted. cci-return-reason is spaces inbound; on the returns
      *> file it carries why the item went back unpaid -- the
      *> clearing house's own return codes, not the account's
      *> reason codes, which the clearing step translates.
       01  cleared-check-record.
           05  cci-record-type      pic x(1).
               88  cci-header-record    value "H".
               88  cci-detail-record    value "D".
               88  cci-trailer-record   value "T".
           05  cci-detail-fields.
               10  cci-serial-number    pic x(9).
               10  cci-account-number   pic x(8).
               10  cci-amount           pic 9(9)v99.
               10  cci-presentment-date pic 9(8).
               10  cci-item-trace       pic x(15).
               10  cci-return-reason    pic x(2).
                   88  cci-return-nsf          value "01".
                   88  cci-return-not-found    value "02".
                   88  cci-return-closed       value "04".
                   88  cci-return-not-checking value "05".
                   88  cci-return-held         value "06".
                   88  cci-return-bad-item     value "07".
                   88  cci-return-stopped      value "08".
                   88  cci-return-estate-frozen value "09".
           05  cci-header-fields redefines cci-detail-fields.
               10  cci-clearing-date    pic 9(8).
               10  cci-clearing-house-id pic x(4).
               10  filler               pic x(41).
           05  cci-trailer-fields redefines cci-detail-fields.
               10  cci-item-count       pic 9(7).
               10  cci-amount-total     pic 9(11)v99.
               10  filler               pic x(33).
