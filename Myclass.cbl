       file-control.
           select visitor-log-file assign to "VISITLOG"
               organization line sequential.
           select visit-queue-file assign to "VISITQUE"
               organization indexed
               access dynamic
               record key is vq-ticket-key
               file status is visit-queue-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is customer-status.

       data division.
       file section.
       fd  visitor-log-file.
       01  visitor-log-record pic x(80).

       fd  visit-queue-file.
           copy "VisitQueueRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       working-storage section.
       01 your-name pic x(20).
       01 visitor-timestamp pic x(26).
           05 vdl-timestamp pic x(26).
           05 filler        pic x(1) value space.
           05 vdl-name      pic x(20).
       01 visit-queue-status pic xx.
       01 customer-status pic xx.
       01 checkin-timestamp pic x(26).
       01 checkin-date pic 9(8).
       01 next-ticket-number pic 9(4).
       01 checkin-reason pic x(1).
           88 checkin-reason-valid value "T" "N" "L" "C".
       method-id new.

       procedure division using by value a-name as string.
           close visitor-log-file
           .
       end method.
       method-id CheckIn.

       procedure division using by value reason-in as pic x(1)
                                         owner-id-in as pic x(10).
       *> Put the visitor just greeted into the branch queue: the
       *> next ticket number of the day, the visit reason (teller
       *> when none is given), and the owner id when the visitor
       *> offered one -- a visitor whose id is on CUSTMSTR queues as
       *> a known customer, anyone else as a walk-in. The queue desk
       *> takes it from there.
           move reason-in to checkin-reason
           if not checkin-reason-valid
               move "T" to checkin-reason
           end-if
           move function current-date to checkin-timestamp
           move checkin-timestamp(1:8) to checkin-date

           open i-o visit-queue-file
           if visit-queue-status = "35"
               *> first visitor ever -- create the queue
               open output visit-queue-file
               close visit-queue-file
               open i-o visit-queue-file
           end-if
           perform find-next-ticket-number

           move spaces to visit-queue-record
           move checkin-date to vq-visit-date
           move next-ticket-number to vq-ticket-number
           move your-name to vq-visitor-name
           move owner-id-in to vq-owner-id
           set vq-walk-in to true
           if owner-id-in not = spaces
               perform match-visitor-to-customer
           end-if
           move checkin-reason to vq-visit-reason
           move checkin-timestamp(9:6) to vq-checkin-time
           move zero to vq-called-time
           move zero to vq-service-end-time
           move zero to vq-left-time
           set vq-waiting to true
           write visit-queue-record
               invalid key
                   display "queue ticket " next-ticket-number
                       " already on file -- not checked in."
               not invalid key
                   display "ticket " next-ticket-number
                       " -- please take a seat."
           end-write
           close visit-queue-file
           exit method
           .

       find-next-ticket-number.
       *> Tickets restart at 1 each day; the day's tickets are walked
       *> to find the highest already issued.
           move 1 to next-ticket-number
           move checkin-date to vq-visit-date
           move zero to vq-ticket-number
           start visit-queue-file key is greater than or equal to
               vq-ticket-key
               invalid key move "10" to visit-queue-status
           end-start
           perform note-issued-ticket
               until visit-queue-status = "10"
           move "00" to visit-queue-status
           .

       note-issued-ticket.
           read visit-queue-file next record
               at end move "10" to visit-queue-status
               not at end
                   if vq-visit-date not = checkin-date
                       move "10" to visit-queue-status
                   else
                       if vq-ticket-number >= next-ticket-number
                           compute next-ticket-number =
                               vq-ticket-number + 1
                       end-if
                   end-if
           end-read
           .

       match-visitor-to-customer.
           open input customer-master-file
           if customer-status = "00"
               move owner-id-in to cust-owner-id
               read customer-master-file
                   invalid key
                       display "owner id " owner-id-in
                           " not on file -- queued as a walk-in."
                   not invalid key
                       set vq-known-customer to true
               end-read
               close customer-master-file
           end-if
           .
       end method.

       end class.
