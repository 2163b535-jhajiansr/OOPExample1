               88  pjl-type-legal-remit     value "LG".
               88  pjl-type-escheat         value "ES".
               88  pjl-type-merge           value "MG".
               88  pjl-type-check-paid      value "CK".
               88  pjl-type-stop-fee        value "SP".
               88  pjl-type-charge-off      value "CO".
               88  pjl-type-recovery        value "RC".
               88  pjl-type-backup-withhold value "BW".
               88  pjl-type-excess-txn-fee  value "XF".
               88  pjl-type-dispute-credit  value "DC".
               88  pjl-type-loan-disburse   value "LD".
               88  pjl-type-loan-principal  value "LP".
               88  pjl-type-loan-interest   value "LI".
               88  pjl-type-loan-late-fee   value "LF".
               88  pjl-type-official-check  value "OC".
           05  filler               pic x(1) value space.
           05  pjl-signed-amount    pic s9(7)v99 sign leading separate.
      *> Originating identity, stamped by LogPosting from the origin
