           .

       bill-accounts.
           *> a charged-off line was written off with the account --
           *> it is never billed again
           if account-type-checking and not account-closed
               and not account-charged-off
               perform bill-one-account
           end-if
           perform checkpoint-if-due
