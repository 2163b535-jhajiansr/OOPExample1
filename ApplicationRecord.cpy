      *> zero/space otherwise; for a type T application with sweep
      *> instruction S, ap-linked-savings names the account the
      *> matured proceeds sweep to.
      *> An installment-loan (type L) application carries the amount
      *> lent in ap-loan-principal, its term and annual rate in
      *> ap-cd-term-months/ap-cd-rate, the checking account the
      *> monthly installment is collected from in ap-linked-savings,
      *> and the deposit account the proceeds are paid into in
      *> ap-loan-disburse-to; ap-opening-deposit is zero.
      *> ap-branch-code is the branch that took the application; it
      *> is stamped on the new master record. Application files cut
      *> before the column existed read back space-filled and open
      *> with branch zero.
       01  application-record.
           05  ap-requested-type    pic x(1).
               88  ap-type-savings      value "S".
               88  ap-type-debit        value "D".
               88  ap-type-checking     value "C".
               88  ap-type-timedep      value "T".
               88  ap-type-loan         value "L".
           05  ap-requested-number  pic 9(8).
           05  ap-opening-deposit   pic 9(7)v99.
           05  ap-owner-primary-id  pic x(10).
           05  ap-cd-term-months    pic 9(3).
           05  ap-cd-rate           pic 9v9999.
           05  ap-cd-instruction    pic x(1).
           05  ap-loan-principal    pic 9(7)v99.
           05  ap-loan-disburse-to  pic 9(8).
           05  ap-branch-code       pic 9(4).
