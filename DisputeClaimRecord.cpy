      *> Shared dispute-claim layout (DSPCLAIM), keyed by
      *> dsp-claim-id -- one claim per external network debit a
      *> customer disputes. The claim desk opens it against the
      *> posted network item (traced on the posting journal by the
      *> network reference), stamping the date provisional credit
      *> falls due -- DISPUTE-CREDIT-DAYS business days out -- and
      *> the regulatory deadline for resolving it -- DISPUTE-
      *> DEADLINE-DAYS calendar days out. The nightly dispute run
      *> posts the provisional credit when due (status P), flags a
      *> claim nearing its deadline, and carries out a resolution the
      *> desk recorded: an accepted claim's credit becomes final and
      *> a chargeback goes to the network (status F); a denied
      *> claim's provisional credit is reversed and the customer is
      *> lettered (status D). Settled claims stay on file as history.
       01  dispute-claim-record.
           05  dsp-claim-id         pic 9(6).
           05  dsp-account-number   pic 9(8).
           05  dsp-network-reference pic x(12).
           05  dsp-item-type        pic x(2).
           05  dsp-item-amount      pic 9(7)v99.
           05  dsp-item-post-date   pic 9(8).
           05  dsp-opened-date      pic 9(8).
           05  dsp-opened-by        pic x(10).
           05  dsp-credit-due-date  pic 9(8).
           05  dsp-deadline-date    pic 9(8).
           05  dsp-status           pic x(1).
               88  dsp-claim-open       value "O".
               88  dsp-claim-credited   value "P".
               88  dsp-claim-final      value "F".
               88  dsp-claim-denied     value "D".
               88  dsp-claim-unsettled  value "O" "P".
           05  dsp-credit-posted-date pic 9(8).
           05  dsp-resolution       pic x(1).
               88  dsp-no-resolution    value space.
               88  dsp-resolve-accept   value "A".
               88  dsp-resolve-deny     value "D".
           05  dsp-resolved-date    pic 9(8).
           05  dsp-resolved-by      pic x(10).
           05  dsp-settled-date     pic 9(8).
           05  dsp-deadline-flag    pic x(1).
               88  dsp-deadline-warned  value "Y".
      *> How the provisional credit was taken when it posted: the
      *> part that went as a recovery on a charged-off account and
      *> the part that paid down a checking account's drawn
      *> overdraft line -- the rest went to the balance. A denied
      *> claim's reversal unwinds exactly that split.
           05  dsp-credit-recovered pic 9(7)v99.
           05  dsp-credit-paydown   pic 9(7)v99.
