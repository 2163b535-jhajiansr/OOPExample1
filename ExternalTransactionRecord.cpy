      *> untranslatable items go back to the network verbatim in this
      *> same layout. ext-account-number/ext-to-account are x(8), not
      *> 9(8), so a garbled item can be class-tested before the check
      *> digit is even tried. Class 09 is the bank's own chargeback
      *> of a disputed network debit -- it only ever travels out on
      *> EXTRTNS, never in.
       01  external-transaction-record.
           05  ext-record-type      pic x(1).
               88  ext-header-record    value "H".
                   88  ext-class-withdrawal value "01".
                   88  ext-class-deposit    value "02".
                   88  ext-class-transfer   value "03".
                   88  ext-class-chargeback value "09".
               10  ext-account-number   pic x(8).
               10  ext-to-account       pic x(8).
               10  ext-amount           pic 9(9)v99.
