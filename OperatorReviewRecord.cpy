      *> Shared operator-review control layout (OPRREVW) -- one line
      *> appended by every run of the operator activity review: the
      *> run date, the activity window it covered and what it found.
      *> The supervisor sign-off program reads the latest line to know
      *> which review is awaiting signature.
       01  operator-review-line.
           05  orv-review-date      pic 9(8).
           05  filler               pic x(1) value space.
           05  orv-period-start     pic 9(8).
           05  filler               pic x(1) value space.
           05  orv-period-end       pic 9(8).
           05  filler               pic x(1) value space.
           05  orv-operator-count   pic 9(5).
           05  filler               pic x(1) value space.
           05  orv-exception-count  pic 9(5).
