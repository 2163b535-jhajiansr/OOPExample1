      *> operator reviews it in the change-approval program, which
      *> applies or rejects it and stamps both maker and checker on
      *> the maintenance log. Applied and rejected items stay on the
      *> queue as history. A reported customer death (DECEASED)
      *> rides the same queue: it carries no account -- the account
      *> number is zero, the owner id is in pnd-owner-id and the date
      *> of death in pnd-new-value -- and approval applies it to the
      *> customer master instead. Items queued before pnd-owner-id
      *> existed read it back space-filled.
       01  pending-change-record.
           05  pnd-change-id        pic 9(6).
           05  pnd-entry-date       pic 9(8).
               88  pnd-type-owner-secondary value "OWNER-SEC".
               88  pnd-type-link            value "LINK-ACCT".
               88  pnd-type-reopen          value "REOPEN".
               88  pnd-type-deceased        value "DECEASED".
           05  pnd-new-value        pic x(10).
           05  pnd-status           pic x(1).
               88  pnd-item-pending     value "P".
               88  pnd-item-rejected    value "R".
           05  pnd-checker-id       pic x(10).
           05  pnd-action-date      pic 9(8).
           05  pnd-owner-id         pic x(10).
