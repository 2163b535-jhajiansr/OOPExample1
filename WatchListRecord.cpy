      *> Shared sanctions watch-list layout (WATCHLST) -- the file the
      *> list provider delivers, one line per listed party: the
      *> provider's own entry id, which government list it comes from
      *> (OFAC, UN, EU, ...), whether the party is an individual or an
      *> entity, and the listed name. Replaced whole on every
      *> delivery; the screening routine loads it fresh each run.
       01  watch-list-record.
           05  wl-entry-id          pic x(10).
           05  filler               pic x(1).
           05  wl-list-code         pic x(4).
           05  filler               pic x(1).
           05  wl-entry-type        pic x(1).
               88  wl-individual        value "I".
               88  wl-entity            value "E".
           05  filler               pic x(1).
           05  wl-name              pic x(40).
