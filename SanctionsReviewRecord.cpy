      *> Shared sanctions review-queue layout (SANCTREV), keyed by the
      *> kind of party screened and its id on its own master -- CUST
      *> and the owner id, PAYE and the payee id, LEGL and the legal
      *> order reference. One record per party that has ever hit the
      *> watch list: the name as screened, the watch-list entry it
      *> matched and how closely, and where the supervisor's review
      *> stands. A pending (P) or confirmed (F) hit blocks the party
      *> -- applications naming the owner are held, a payee stays
      *> suspended; a cleared (C) hit is a recorded false positive
      *> and stays quiet until the party's name changes or it
      *> matches a different watch-list entry.
       01  sanctions-review-record.
           05  srv-review-key.
               10  srv-source           pic x(4).
                   88  srv-source-customer  value "CUST".
                   88  srv-source-payee     value "PAYE".
                   88  srv-source-legal     value "LEGL".
               10  srv-subject-id       pic x(10).
           05  srv-screened-name    pic x(30).
           05  srv-watch-entry-id   pic x(10).
           05  srv-watch-list-code  pic x(4).
           05  srv-watch-name       pic x(40).
           05  srv-match-score      pic 9(3).
           05  srv-review-status    pic x(1).
               88  srv-review-pending   value "P".
               88  srv-review-cleared   value "C".
               88  srv-review-confirmed value "F".
           05  srv-hit-date         pic 9(8).
           05  srv-decision-date    pic 9(8).
           05  srv-decided-by       pic x(10).
