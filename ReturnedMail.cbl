       identification division.

       program-id. ReturnedMail.

       environment division.
       input-output section.
       file-control.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select returned-mail-file assign to "RETMAIL"
               organization line sequential
               file status is ws-returned-status.
           select customer-log-file assign to "CUSTLOG"
               organization line sequential.
           select operator-master-file assign to "OPERMSTR"
               organization indexed
               access dynamic
               record key is opr-operator-id
               file status is ws-operator-master-status.
           select security-log-file assign to "SECLOG"
               organization line sequential
               file status is ws-seclog-status.

       data division.
       file section.
       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  returned-mail-file.
       01  returned-mail-record pic x(100).

       fd  customer-log-file.
       01  customer-log-record pic x(100).

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-customer-status         pic xx.
       01 ws-returned-status         pic xx.
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-seclog-status           pic xx.
       copy "SecurityLogRecord.cpy".
       01 ws-operator-id             pic x(10).
       01 ws-signon-password         pic x(10).
       01 ws-signon-tries            pic 9(1).
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-keyed-owner-id          pic x(10).
       01 ws-session-flag            pic x(1) value "N".
           88 session-done           value "Y".
       01 ws-field-input             pic x(30).
       01 ws-log-timestamp           pic x(26).
       01 ws-today                   pic 9(8).
       01 returns-keyed-count        pic 9(5) value 0.
       01 owners-flagged-count       pic 9(5) value 0.

       01 returned-mail-line.
       *> One line per piece the post office sent back -- when it
       *> was keyed and by whom, whose it was, what it was, the date
       *> the mailroom received it and the reason endorsed on it.
           05 rml-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 rml-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 rml-owner-id        pic x(10).
           05 filler              pic x(1) value space.
           05 rml-piece-type      pic x(8).
           05 filler              pic x(1) value space.
           05 rml-returned-date   pic 9(8).
           05 filler              pic x(1) value space.
           05 rml-reason          pic x(30).

       01 customer-log-line.
       *> Same layout customer maintenance writes -- the flag is a
       *> customer-master change like any other and goes on the
       *> same log with its before and after images.
           05 cll-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 cll-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 cll-owner-id        pic x(10).
           05 filler              pic x(1) value space.
           05 cll-field-name      pic x(8).
           05 filler              pic x(1) value space.
           05 cll-old-value       pic x(20).
           05 filler              pic x(1) value space.
           05 cll-new-value       pic x(20).

       procedure division.
       *> Mailroom entry for returned mail: each statement or letter
       *> the post office sends back is keyed against the owner id
       *> it was addressed to and lands on the RETMAIL file. The
       *> first return marks the owner undeliverable on the customer
       *> master and stamps the date; from then on the statement and
       *> notice runs hold the owner's mail on the suppressed-mail
       *> list until customer maintenance records a new address.
       *> Further returns for an owner already flagged are logged
       *> but leave the original date alone -- it is how long the
       *> address has been bad that dormancy review and the monthly
       *> undeliverable report measure.
           perform sign-on-operator
           if signon-accepted
               move function current-date(1:8) to ws-today
               open i-o customer-master-file
               if ws-customer-status = "35"
                   display "CUSTMSTR not found -- no owners to"
                       " record returned mail against."
               else
                   perform returned-mail-session until session-done
                   close customer-master-file
               end-if
               display "returnedmail: " returns-keyed-count
                   " returns keyed, " owners-flagged-count
                   " owners newly undeliverable"
           end-if
           stop run
           .

       sign-on-operator.
       *> The same sign-on customer maintenance demands -- flagging
       *> an owner changes the customer master, so it takes
       *> maintenance entitlement.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- returned-mail entry"
                   " unavailable."
           else
               move zero to ws-signon-tries
               perform attempt-sign-on
                   until signon-accepted or ws-signon-tries >= 3
               close operator-master-file
               if signon-refused
                   display "sign-on refused -- session ended."
               end-if
           end-if
           .

       attempt-sign-on.
           add 1 to ws-signon-tries
           display "returned mail -- enter operator id: "
           accept ws-operator-id
           display "password: "
           accept ws-signon-password
           move ws-operator-id to opr-operator-id
           read operator-master-file
               invalid key
                   perform log-failed-sign-on
               not invalid key
                   evaluate true
                       when opr-password not = ws-signon-password
                           perform log-failed-sign-on
                       when not opr-active
                           perform log-failed-sign-on
                       when not opr-may-maintain
                           display "no maintenance entitlement."
                           move "REFUSED" to sll-event-type
                           move "ENTRY LEVEL TOO LOW" to sll-detail
                           perform write-security-log-line
                       when other
                           set signon-accepted to true
                           move "SIGNON" to sll-event-type
                           move spaces to sll-detail
                           perform write-security-log-line
                   end-evaluate
           end-read
           .

       log-failed-sign-on.
           display "sign-on failed."
           move "SIGNFAIL" to sll-event-type
           move spaces to sll-detail
           perform write-security-log-line
           .

       write-security-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to sll-timestamp
           move "RETURNEDMAIL" to sll-program-id
           move ws-operator-id to sll-operator-id
           open extend security-log-file
           if ws-seclog-status = "35"
               *> first ever security-log write -- create the file
               open output security-log-file
           end-if
           move security-log-line to security-log-record
           write security-log-record
           close security-log-file
           .

       returned-mail-session.
           display "owner id on returned piece (blank to exit): "
           accept ws-keyed-owner-id
           if ws-keyed-owner-id = spaces
               set session-done to true
           else
               move ws-keyed-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       display "owner id " ws-keyed-owner-id
                           " not on file -- not recorded."
                   not invalid key
                       perform record-returned-piece
               end-read
           end-if
           .

       record-returned-piece.
           display "name:     " cust-name
           display "address1: " cust-address-line-1
           display "city:     " cust-city " " cust-state " "
               cust-postal-code
           display "piece type, STMT or NOTICE (blank for MAIL): "
           accept ws-field-input
           if ws-field-input = spaces
               move "MAIL" to rml-piece-type
           else
               move ws-field-input to rml-piece-type
           end-if
           display "date received YYYYMMDD (blank for today): "
           accept ws-field-input
           evaluate true
               when ws-field-input = spaces
                   move ws-today to rml-returned-date
               when ws-field-input(1:8) not numeric
                   or ws-field-input(1:8) > ws-today
                   display "date not valid -- today used."
                   move ws-today to rml-returned-date
               when other
                   move ws-field-input(1:8) to rml-returned-date
           end-evaluate
           display "post office reason (blank if none): "
           accept ws-field-input
           move ws-field-input to rml-reason
           perform write-returned-mail-line
           if cust-mail-undeliverable
               display "already undeliverable since "
                   cust-undeliverable-date " -- return logged."
           else
               perform flag-owner-undeliverable
           end-if
           .

       flag-owner-undeliverable.
           move "UNDELIV" to cll-field-name
           move spaces to cll-old-value
           set cust-mail-undeliverable to true
           move rml-returned-date to cust-undeliverable-date
           move cust-undeliverable-date to cll-new-value
           rewrite customer-record
           perform write-customer-log-line
           add 1 to owners-flagged-count
           display "owner marked undeliverable -- mail will be held"
               " until a new address is keyed."
           .

       write-returned-mail-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to rml-timestamp
           move ws-operator-id to rml-operator-id
           move cust-owner-id to rml-owner-id
           open extend returned-mail-file
           if ws-returned-status = "35"
               *> first piece ever returned -- create the file
               open output returned-mail-file
           end-if
           move returned-mail-line to returned-mail-record
           write returned-mail-record
           close returned-mail-file
           add 1 to returns-keyed-count
           .

       write-customer-log-line.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to cll-timestamp
           move ws-operator-id to cll-operator-id
           move cust-owner-id to cll-owner-id
           open extend customer-log-file
           move customer-log-line to customer-log-record
           write customer-log-record
           close customer-log-file
           .

       end program ReturnedMail.
