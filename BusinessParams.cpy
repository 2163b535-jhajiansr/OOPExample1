      *>   CTR-THRESHOLD        same-day cash reporting threshold
      *>   OD-INTEREST-RATE     annual rate billed on the average
      *>                        drawn overdraft-line balance
      *>   STOP-PAYMENT-FEE     fee per item a stop turns away
      *>   STOP-EXPIRY-DAYS     standard life of a stop-payment order
      *>   STOP-NOTICE-DAYS     days before expiry the stop letter goes
      *>   CHARGE-OFF-DAYS      consecutive days negative before an
      *>                        overdrawn account is charged off
      *>   SANCTIONS-MATCH-PCT  share of a watch-list name's words a
      *>                        screened name must match to be a hit
      *>   BACKUP-WITHHOLD-PCT  percentage of interest withheld from
      *>                        an owner with no certified TIN
      *>   COVERAGE-LIMIT       deposit-insurance limit per owner per
      *>                        ownership category
      *>   DRAWER-TOLERANCE     teller drawer over/short absorbed
      *>                        without a GL posting
      *>   DRAWER-SIGNOFF-LIMIT drawer difference past which a
      *>                        supervisor must sign the drawer off
      *>   SAVINGS-TXN-LIMIT    withdrawals, outbound transfers and
      *>                        sweeps a savings account may make per
      *>                        statement month before the excess fee
      *>   EXCESS-TXN-FEE       fee per savings transaction past the
      *>                        monthly limit
      *>   DISPUTE-CREDIT-DAYS  business days after a dispute claim
      *>                        opens that provisional credit posts
      *>   DISPUTE-DEADLINE-DAYS calendar days the bank has to
      *>                        resolve a dispute claim
      *>   DISPUTE-WARN-DAYS    days before that deadline an
      *>                        unresolved claim is flagged
      *>   LOAN-LATE-FEE        fee assessed once on a loan
      *>                        installment still unpaid past grace
      *>   LOAN-GRACE-DAYS      days after an installment falls due
      *>                        before the late fee is assessed
      *>   UNDELIVERABLE-MONTHS months an owner's mail may stay
      *>                        undeliverable before dormancy review
      *>                        treats the owner as lost
      *>   REVIEW-IDLE-DAYS     days without a sign-on before the
      *>                        operator review flags an operator
      *>   BUSINESS-DAY-START   hhmm the maintenance day opens --
      *>                        earlier changes are after-hours
      *>   BUSINESS-DAY-END     hhmm the maintenance day closes --
      *>                        changes from then on are after-hours
      *>   LIQUIDITY-HORIZON    business days the liquidity forecast
      *>                        projects outflows over (60 at most)
      *>   LIQUIDITY-LARGE-ITEM single outflow at or over which the
      *>                        forecast lists the item by itself
      *>   STRUCT-WINDOW-DAYS   days of cash the structuring
      *>                        detection scores each owner over
      *>   STRUCT-NEAR-PCT      percentage of CTR-THRESHOLD at or
      *>                        over which a day's cash is just under
      *>                        the threshold
      *>   STRUCT-CASE-SCORE    structuring score at or over which a
      *>                        suspicious-activity case opens
      *>   OLB-HISTORY-DAYS     days of postings the online-banking
      *>                        extract sends with each account
      *>   OFC-ESCHEAT-DAYS     days an official check may stay
      *>                        uncashed before it goes on the
      *>                        escheatment extract
      *> A program that needs a key the file does not carry says so
      *> on the console and falls back to its compiled default -- a
      *> missing or truncated parameter file degrades loudly, never
