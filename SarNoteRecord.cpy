      *> Shared case-note layout (SARNOTES) -- the working file of a
      *> suspicious-activity case, appended to and never rewritten.
      *> An N line is an investigator's note, a C line the note the
      *> case was closed with, and a P line a posting attached to the
      *> case as evidence -- by the detection run for the postings
      *> that made up the score, or by an investigator from the
      *> case desk. Attached postings carry the journal line's own
      *> account, time, type, amount and branch.
       01  sar-note-line.
           05  snl-case-id          pic 9(6).
           05  filler               pic x(1) value space.
           05  snl-timestamp        pic x(14).
           05  filler               pic x(1) value space.
           05  snl-operator-id      pic x(10).
           05  filler               pic x(1) value space.
           05  snl-note-type        pic x(1).
               88  snl-note             value "N".
               88  snl-closing-note     value "C".
               88  snl-posting          value "P".
           05  filler               pic x(1) value space.
           05  snl-note-text        pic x(60).
           05  snl-posting-fields redefines snl-note-text.
               10  snl-account-number   pic 9(8).
               10  filler               pic x(1).
               10  snl-posting-time     pic x(14).
               10  filler               pic x(1).
               10  snl-posting-type     pic x(2).
               10  filler               pic x(1).
               10  snl-posting-amount   pic s9(7)v99
                                            sign leading separate.
               10  filler               pic x(1).
               10  snl-branch-code      pic x(4).
               10  filler               pic x(18).
