               88  eod-detail-record    value "2".
               88  eod-trailer-record   value "9".
           05  eod-detail-fields.
               10  eod-record-image     pic x(300).
           05  eod-header-fields redefines eod-detail-fields.
               10  eod-sweep-date       pic 9(8).
               10  filler               pic x(292).
           05  eod-trailer-fields redefines eod-detail-fields.
               10  eod-record-count     pic 9(7).
               10  eod-balance-total    pic s9(11)v99
                                            sign leading separate.
               10  filler               pic x(279).
