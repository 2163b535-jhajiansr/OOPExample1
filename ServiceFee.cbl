       *> The maintenance fee applies to active accounts: closed
       *> accounts are out, and so are dormant ones -- draining an
       *> escheatment-bound balance with monthly fees is not a
       *> charge the business has signed off on. A charged-off
       *> account is out too -- its balance has been written off, and
       *> a fee would only rebuild a debt nobody will collect.
           if account-closed or account-charged-off
               add 1 to skipped-closed-count
           else
           if account-dormant
               add 1 to skipped-dormant-count
           else
           if account-type-timedep or account-type-loan
               *> a time deposit or a loan is a contract, not a
               *> serviced transaction account -- no monthly
               *> maintenance fee
               continue
           else
               perform find-month-minimum
