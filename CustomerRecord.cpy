           05  cust-tin             pic 9(9).
           05  cust-tin-certified   pic x(1).
               88  cust-tin-is-certified value "Y".
      *> Deceased processing. A reported death is entered through
      *> customer maintenance and only reaches the record through the
      *> change-approval queue; the nightly deceased-customer run then
      *> acts on every account the owner holds and sets
      *> cust-estate-processed so it acts only once, while it goes on
      *> listing credits that arrive after the date of death --
      *> cust-credits-listed-thru is the last journal date already
      *> listed. The estate contact, when one is given, takes over the
      *> addressee block on statements and notices. Records written
      *> before these fields existed read back space-filled: a blank
      *> status is a living customer, and readers class-test the
      *> dates before using them.
           05  cust-life-status     pic x(1).
               88  cust-is-deceased     value "D".
           05  cust-date-of-death   pic 9(8).
           05  cust-estate-processed-flag pic x(1).
               88  cust-estate-processed value "Y".
           05  cust-credits-listed-thru pic 9(8).
           05  cust-estate-contact  pic x(30).
           05  cust-estate-address-1 pic x(30).
           05  cust-estate-address-2 pic x(30).
           05  cust-estate-city     pic x(20).
           05  cust-estate-state    pic x(2).
           05  cust-estate-postal   pic x(10).
      *> Returned mail. The mailroom keys each piece the post office
      *> sends back against the owner id; the first return marks the
      *> owner undeliverable and stamps the date, and any address
      *> change made through customer maintenance clears both. While
      *> the flag is set the statement and notice runs hold the
      *> owner's mail on the suppressed-mail list (SUPPMAIL) instead
      *> of printing it. Records written before these fields existed
      *> read back space-filled: a blank status is a good address,
      *> and readers class-test the date before using it.
           05  cust-mail-status     pic x(1).
               88  cust-mail-undeliverable value "U".
           05  cust-undeliverable-date pic 9(8).
      *> Combined statement election. An owner who opts in through
      *> customer maintenance gets one relationship statement a month
      *> covering every account held as primary or secondary owner;
      *> the single-account month-end statement then skips each
      *> account on which that owner is primary, so nobody is mailed
      *> the same account twice. Blank (older records) or N is the
      *> separate-statement default.
           05  cust-statement-option pic x(1).
               88  cust-combines-statements value "Y".
      *> Activity alerts. An owner who registers through customer
      *> maintenance names a channel (S text message, E email) and
      *> the contact it goes to, then what to be told about: the
      *> ledger balance closing a day of debits below the low-balance
      *> threshold, any single withdrawal of the large-withdrawal
      *> amount or more (zero turns either off), NSF fees, and
      *> overdraft-line advances. The nightly alert run sends through
      *> the vendor feed; a contact the vendor bounces is flagged and
      *> alerts to it are suppressed until maintenance changes the
      *> contact. Records written before these fields existed read
      *> back space-filled: a blank channel is no alerts, and readers
      *> class-test the amounts before using them.
           05  cust-alert-channel   pic x(1).
               88  cust-alerts-by-sms   value "S".
               88  cust-alerts-by-email value "E".
               88  cust-alerts-wanted   value "S" "E".
           05  cust-alert-contact   pic x(40).
           05  cust-alert-low-balance pic 9(7)v99.
           05  cust-alert-large-debit pic 9(7)v99.
           05  cust-alert-nsf-flag  pic x(1).
               88  cust-alert-on-nsf    value "Y".
           05  cust-alert-od-flag   pic x(1).
               88  cust-alert-on-od-advance value "Y".
           05  cust-alert-contact-status pic x(1).
               88  cust-alert-contact-bounced value "B".
           05  cust-alert-bounce-date pic 9(8).
