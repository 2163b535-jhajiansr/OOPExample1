      *> Shared teller cash-drawer layout (TLRDRAWR), keyed by the
      *> business date plus the teller's operator id -- one record
      *> per teller per day. The teller posting program writes it at
      *> the day's first sign-on with the opening cash the vault
      *> issued, and completes it at close-out with the counted cash
      *> and the expected cash it proved from the teller's memo
      *> posts and branch-file items. drw-difference is counted less
      *> expected: positive over, negative short. A difference past
      *> DRAWER-SIGNOFF-LIMIT leaves the drawer pending until a
      *> different, supervisor-level operator signs it off.
       01  teller-drawer-record.
           05  drw-key.
               10  drw-business-date    pic 9(8).
               10  drw-teller-id        pic x(10).
           05  drw-branch-code      pic 9(4).
           05  drw-status           pic x(1).
               88  drw-drawer-open        value "O".
               88  drw-drawer-balanced    value "B".
               88  drw-signoff-pending    value "P".
               88  drw-signed-off         value "S".
           05  drw-opening-cash     pic 9(7)v99.
           05  drw-cash-deposits    pic 9(9)v99.
           05  drw-cash-withdrawals pic 9(9)v99.
           05  drw-expected-cash    pic s9(9)v99.
           05  drw-counted-cash     pic 9(9)v99.
           05  drw-difference       pic s9(9)v99.
           05  drw-gl-posted-flag   pic x(1).
               88  drw-difference-to-gl   value "Y".
           05  drw-close-timestamp  pic x(26).
           05  drw-supervisor-id    pic x(10).
           05  drw-signoff-timestamp pic x(26).
