               88  bkp-detail-record    value "2".
               88  bkp-trailer-record   value "9".
           05  bkp-detail-fields.
               10  bkp-record-image     pic x(300).
           05  bkp-header-fields redefines bkp-detail-fields.
               10  bkp-backup-date      pic 9(8).
               10  filler               pic x(292).
           05  bkp-trailer-fields redefines bkp-detail-fields.
               10  bkp-record-count     pic 9(7).
               10  bkp-balance-total    pic s9(11)v99
                                            sign leading separate.
               10  filler               pic x(279).
