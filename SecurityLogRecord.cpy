      *> kept apart from MAINTLOG/CUSTLOG on purpose: those log what
      *> changed, this logs what somebody tried and was not allowed
      *> to do, which is what a security review wants to read first.
      *> Successful sign-ons land here too (SIGNON), as does each
      *> supervisor sign-off of the operator activity review
      *> (REVSIGN), so the quarterly review can show who was in
      *> which program and when.
       01  security-log-line.
           05  sll-timestamp        pic x(26).
           05  filler               pic x(1) value space.
