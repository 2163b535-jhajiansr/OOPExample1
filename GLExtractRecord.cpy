      *> trailer carrying the file's total debits and credits so the
      *> GL can prove it loaded the whole file. Posting-category codes
      *> are the posting-journal type codes (WD/DP/NF/IN/TD/TC/TB/SI/
      *> SO/SF and the rest); the GL maps each to its own ledger
      *> account -- CO charge-offs to the loan-loss account, RC
      *> recoveries back against it, BW backup withholding to the
      *> withholding-payable account the tax deposit is drawn from.
      *> Installment loans book under account type L: LD the
      *> disbursement, LP principal repaid, LF late fees added to
      *> the loan, and LI -- journaled on the paying checking
      *> account -- the interest share of each installment, booked
      *> to loan interest income.
      *> Account type K with category OS carries the teller drawers'
      *> cash over/short differences, which belong to no customer
      *> account and are booked to the cash over/short account.
      *> OC official-check purchases debit the customer and are
      *> booked to the official-check outstanding account the
      *> cashed checks are later drawn against. LG legal-order
      *> remittances debit the customer the same way and book to
      *> the same account -- the beneficiary is paid by official
      *> check. ES escheated balances are booked to the state
      *> liability account.
      *> Account type O carries the official-check movements that
      *> belong to no customer account, signed as seen from the
      *> official-check outstanding account: EC an uncashed check
      *> escheated to the state, a debit from official-check
      *> outstanding to the state liability account, and SC the
      *> remittance check to the state, a credit from the state
      *> liability account back to official-check outstanding.
       01  gl-extract-record.
           05  glx-record-type      pic x(1).
               88  glx-header-record    value "1".
