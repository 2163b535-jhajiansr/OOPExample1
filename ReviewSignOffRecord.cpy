      *> Shared review sign-off layout (OPRSIGN) -- one line for every
      *> operator activity review a supervisor has signed off: which
      *> review (its run date and window), who signed and when, and
      *> the exception count they signed against. The next review
      *> starts its window the day after the last signed-off window
      *> ended, so nothing falls between two reviews.
       01  review-sign-off-line.
           05  rso-timestamp        pic x(26).
           05  filler               pic x(1) value space.
           05  rso-review-date      pic 9(8).
           05  filler               pic x(1) value space.
           05  rso-period-start     pic 9(8).
           05  filler               pic x(1) value space.
           05  rso-period-end       pic 9(8).
           05  filler               pic x(1) value space.
           05  rso-supervisor-id    pic x(10).
           05  filler               pic x(1) value space.
           05  rso-exception-count  pic 9(5).
