      *> Shared branch visitor-queue layout (VISITQUE), keyed by the
      *> visit date and the day's ticket number. The greeter checks
      *> each visitor in with a visit reason -- and, when the visitor
      *> gives one, the owner id, matched against CUSTMSTR -- as a
      *> waiting ticket; the queue desk calls the ticket up under the
      *> serving operator's id and closes it when service ends, or
      *> marks it left when the visitor walked out first. Times are
      *> hhmmss of the visit date. The day's wait-time report reads
      *> the whole day back; tickets stay on file as history.
       01  visit-queue-record.
           05  vq-ticket-key.
               10  vq-visit-date        pic 9(8).
               10  vq-ticket-number     pic 9(4).
           05  vq-visitor-name      pic x(20).
           05  vq-owner-id          pic x(10).
           05  vq-visitor-class     pic x(1).
               88  vq-known-customer    value "C".
               88  vq-walk-in           value "W".
           05  vq-visit-reason      pic x(1).
               88  vq-reason-teller     value "T".
               88  vq-reason-new-account value "N".
               88  vq-reason-loan       value "L".
               88  vq-reason-complaint  value "C".
               88  vq-reason-valid      value "T" "N" "L" "C".
           05  vq-checkin-time      pic 9(6).
           05  vq-called-time       pic 9(6).
           05  vq-called-by         pic x(10).
           05  vq-service-end-time  pic 9(6).
           05  vq-status            pic x(1).
               88  vq-waiting           value "W".
               88  vq-in-service        value "S".
               88  vq-served            value "D".
               88  vq-left-unserved     value "L".
           05  vq-left-time         pic 9(6).
