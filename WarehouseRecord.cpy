      *> Shared warehoused-transaction layout (WHSTRANS), keyed by
      *> whs-item-id -- one-off withdrawals, deposits and transfers
      *> a customer asked for with a future effective date. The
      *> teller window and account maintenance enter them pending;
      *> until the item releases, the customer may change its amount
      *> or effective date or cancel it outright. The nightly edit
      *> releases every pending item whose effective date, rolled
      *> past weekends and holidays on the bank calendar, has come
      *> due into the posting stream: the branch and teller identity
      *> captured at entry ride the released detail record, the
      *> channel reads WHS and the item id is the item reference.
      *> The posting run then stamps the item posted or failed with
      *> its reason code. Cancelled, posted and failed items stay on
      *> the file as history. whs-entry-channel records where the
      *> item was taken in (TLR teller window, MNT maintenance).
       01  warehouse-record.
           05  whs-item-id          pic 9(9).
           05  whs-entry-date       pic 9(8).
           05  whs-effective-date   pic 9(8).
           05  whs-type-code        pic x(1).
               88  whs-type-withdrawal  value "W".
               88  whs-type-deposit     value "D".
               88  whs-type-transfer    value "T".
           05  whs-account-number   pic 9(8).
           05  whs-to-account-number pic 9(8).
           05  whs-amount           pic 9(7)v99.
           05  whs-branch-code      pic 9(4).
           05  whs-teller-id        pic x(6).
           05  whs-entry-channel    pic x(3).
           05  whs-operator-id      pic x(10).
           05  whs-status           pic x(1).
               88  whs-item-pending     value "P".
               88  whs-item-cancelled   value "C".
               88  whs-item-released    value "R".
               88  whs-item-posted      value "D".
               88  whs-item-failed      value "F".
           05  whs-action-date      pic 9(8).
           05  whs-action-operator  pic x(10).
           05  whs-release-date     pic 9(8).
           05  whs-reason-code      pic x(2).
