      *> Shared alert-history layout (ALERTHST), keyed by alert id --
      *> the business date the alert arose on and a sequence within
      *> the night. Every alert the nightly run raises is kept here,
      *> sent or not: a sent alert waits at S until the vendor's
      *> response moves it to A (delivered) or B (bounced); an alert
      *> that matched the owner's preferences but was held back is
      *> written at X with the reason. The register counts from here
      *> and a customer enquiry about a missing alert starts here.
       01  alert-history-record.
           05  alh-alert-id.
               10  alh-alert-date       pic 9(8).
               10  alh-alert-sequence   pic 9(6).
           05  alh-owner-id         pic x(10).
           05  alh-account-number   pic 9(8).
           05  alh-alert-type       pic x(2).
           05  alh-amount           pic s9(9)v99.
           05  alh-channel          pic x(1).
           05  alh-contact          pic x(40).
           05  alh-status           pic x(1).
               88  alh-sent             value "S".
               88  alh-delivered        value "A".
               88  alh-bounced          value "B".
               88  alh-suppressed       value "X".
           05  alh-suppress-reason  pic x(20).
           05  alh-response-date    pic 9(8).
           05  alh-response-reason  pic x(30).
