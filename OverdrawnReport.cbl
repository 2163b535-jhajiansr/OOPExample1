               when eod-detail-record
                   move eod-record-image to account-record
                   add 1 to extract-detail-count
                   *> a loan's balance is the principal owed, carried
                   *> negative -- owing it is not an overdraft
                   if balance < zero and not account-type-loan
                       perform report-overdrawn-account
                   end-if
               when eod-trailer-record
