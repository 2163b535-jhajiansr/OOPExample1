      *> Shared official-check GL posting layout (OFCGL) -- one line
      *> per official-check movement between the bank's own GL
      *> accounts. Such a movement belongs to no customer account,
      *> so it never touches PSTJRNL; the nightly GL extract folds
      *> the business date's lines into the feed under account type
      *> O, signed as seen from the official-check outstanding
      *> account: EC an uncashed check escheated to the state, a
      *> debit moving it to the state-liability account, and SC the
      *> remittance check to the state, a credit drawn on the
      *> state-liability account. ogl-check-serial is the cheque
      *> the line moves.
       01  official-check-gl-line.
           05  ogl-business-date    pic 9(8).
           05  filler               pic x(1) value space.
           05  ogl-posting-type     pic x(2).
               88  ogl-escheated-check  value "EC".
               88  ogl-state-check      value "SC".
           05  filler               pic x(1) value space.
           05  ogl-check-serial     pic 9(9).
           05  filler               pic x(1) value space.
           05  ogl-signed-amount    pic s9(9)v99 sign leading separate.
           05  filler               pic x(1) value space.
           05  ogl-posted-timestamp pic x(26).
