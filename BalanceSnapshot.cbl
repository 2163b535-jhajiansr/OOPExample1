                   move balance to bhl-balance
                   move account-status to bhl-account-status
                   move od-drawn-balance to bhl-drawn-balance
                   move avl-held-amount to bhl-held-amount
                   write balance-history-line
                   add 1 to snapshot-count
               when eod-trailer-record
