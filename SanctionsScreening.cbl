       identification division.

       program-id. SanctionsScreening.

       environment division.
       input-output section.
       file-control.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select payee-master-file assign to "PAYEES"
               organization indexed
               access dynamic
               record key is pay-payee-id
               file status is ws-payee-status.
           select legal-order-file assign to "LEGALORD"
               organization indexed
               access dynamic
               record key is lgo-order-ref
               file status is ws-order-status.
           select payee-log-file assign to "PAYLOG"
               organization line sequential
               file status is ws-paylog-status.
           select screening-register-file assign to "SCRNRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  payee-master-file.
           copy "PayeeRecord.cpy".

       fd  legal-order-file.
           copy "LegalOrderRecord.cpy".

       fd  payee-log-file.
       01  payee-log-record pic x(100).

       fd  screening-register-file.
       01  register-line pic x(100).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-customer-status         pic xx.
           88 end-of-customers       value "10".
       01 ws-payee-status            pic xx.
           88 end-of-payees          value "10".
       01 ws-order-status            pic xx.
           88 end-of-orders          value "10".
       01 ws-paylog-status           pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-today                   pic 9(8).

       01 ws-screen-source           pic x(4).
       01 ws-screen-subject-id       pic x(10).
       01 ws-screen-name             pic x(30).
       01 ws-screen-result           pic x(1).
           88 name-on-watch-list     value "Y".
           88 name-clear             value "N".
       01 ws-payee-id-display        pic 9(6).

       copy "ReportHeader.cpy".

       01 screened-count             pic 9(7) value 0.
       01 hit-count                  pic 9(7) value 0.
       01 suspended-count            pic 9(7) value 0.

       01 register-detail-line.
           05 sdl-source         pic x(4).
           05 filler             pic x(2) value spaces.
           05 sdl-subject-id     pic x(10).
           05 filler             pic x(2) value spaces.
           05 sdl-name           pic x(30).
           05 filler             pic x(2) value spaces.
           05 sdl-action         pic x(24).

       01 register-summary-line.
           05 filler             pic x(10) value "SCREENED: ".
           05 ssl-screened       pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(06) value "HITS: ".
           05 ssl-hits           pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(18) value "PAYEES SUSPENDED: ".
           05 ssl-suspended      pic zzzzzz9.

       01 payee-log-line.
       *> The same PAYLOG layout payee maintenance writes, so an
       *> automatic suspension reads like any other status change.
           05 pll-timestamp       pic x(26).
           05 filler              pic x(1) value space.
           05 pll-operator-id     pic x(10).
           05 filler              pic x(1) value space.
           05 pll-payee-id        pic 9(6).
           05 filler              pic x(1) value space.
           05 pll-field-name      pic x(8).
           05 filler              pic x(1) value space.
           05 pll-old-value       pic x(20).
           05 filler              pic x(1) value space.
           05 pll-new-value       pic x(20).

       procedure division.
       *> Sanctions screening run, nightly and again whenever the
       *> list provider delivers a new WATCHLST. Every customer name
       *> on CUSTMSTR, every live payee's beneficiary on PAYEES and
       *> every open legal order's beneficiary on LEGALORD goes
       *> through the shared SanctionsScreen routine, so a party
       *> added to the list today is caught against names that were
       *> clean when they were entered. Hits land in the SANCTREV
       *> review queue; an active payee that hits is suspended on
       *> the spot, with a PAYLOG line, so external payment sends
       *> nothing to it while the review desk decides. The register
       *> lists every hit. Account applications are screened as
       *> they are opened, through their owners' customer records.
           perform write-run-log-start
           perform initialize-run
           perform screen-customers
           perform screen-payees
           perform screen-legal-orders
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           open output screening-register-file
           perform print-report-header
           .

       print-report-header.
           move "SANCTIONS SCREENING REGISTER" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           .

       screen-customers.
           open input customer-master-file
           if ws-customer-status = "35"
               *> no customer master yet -- nobody to screen
               continue
           else
               move low-values to cust-owner-id
               start customer-master-file key is greater than
                   or equal to cust-owner-id
                   invalid key set end-of-customers to true
               end-start
               if not end-of-customers
                   perform read-next-customer
               end-if
               perform screen-one-customer until end-of-customers
               close customer-master-file
           end-if
           .

       read-next-customer.
           read customer-master-file next record
               at end set end-of-customers to true
           end-read
           .

       screen-one-customer.
           move "CUST" to ws-screen-source
           move cust-owner-id to ws-screen-subject-id
           move cust-name to ws-screen-name
           perform call-screen
           if name-on-watch-list
               move "REFERRED FOR REVIEW" to sdl-action
               perform write-hit-line
           end-if
           perform read-next-customer
           .

       screen-payees.
           open i-o payee-master-file
           if ws-payee-status = "35"
               *> no payee file yet -- nobody to screen
               continue
           else
               move zero to pay-payee-id
               start payee-master-file key is greater than
                   or equal to pay-payee-id
                   invalid key set end-of-payees to true
               end-start
               if not end-of-payees
                   perform read-next-payee
               end-if
               perform screen-one-payee until end-of-payees
               close payee-master-file
           end-if
           .

       read-next-payee.
           read payee-master-file next record
               at end set end-of-payees to true
           end-read
           .

       screen-one-payee.
       *> A cancelled payee can never be paid again, so it is not
       *> worth a review; a suspended one is screened again so the
       *> queue keeps its hit current.
           if not pay-payee-cancelled
               move "PAYE" to ws-screen-source
               move pay-payee-id to ws-payee-id-display
               move ws-payee-id-display to ws-screen-subject-id
               move pay-beneficiary-name to ws-screen-name
               perform call-screen
               if name-on-watch-list
                   if pay-payee-active
                       perform suspend-payee
                       move "PAYEE SUSPENDED" to sdl-action
                   else
                       move "PAYEE ALREADY SUSPENDED" to sdl-action
                   end-if
                   perform write-hit-line
               end-if
           end-if
           perform read-next-payee
           .

       suspend-payee.
           move "S" to pay-payee-status
           rewrite payee-record
           add 1 to suspended-count
           move function current-date to pll-timestamp
           move "SANCTSCRN" to pll-operator-id
           move pay-payee-id to pll-payee-id
           move "STATUS" to pll-field-name
           move "A" to pll-old-value
           move "S" to pll-new-value
           open extend payee-log-file
           if ws-paylog-status = "35"
               *> first ever payee-log write -- create the file
               open output payee-log-file
           end-if
           move payee-log-line to payee-log-record
           write payee-log-record
           close payee-log-file
           .

       screen-legal-orders.
       *> Only an open order can still remit to its beneficiary.
           open input legal-order-file
           if ws-order-status = "35"
               *> no legal orders yet -- nobody to screen
               continue
           else
               move low-values to lgo-order-ref
               start legal-order-file key is greater than
                   or equal to lgo-order-ref
                   invalid key set end-of-orders to true
               end-start
               if not end-of-orders
                   perform read-next-order
               end-if
               perform screen-one-order until end-of-orders
               close legal-order-file
           end-if
           .

       read-next-order.
           read legal-order-file next record
               at end set end-of-orders to true
           end-read
           .

       screen-one-order.
           if lgo-order-open
               move "LEGL" to ws-screen-source
               move lgo-order-ref to ws-screen-subject-id
               move lgo-beneficiary-name to ws-screen-name
               perform call-screen
               if name-on-watch-list
                   move "REFERRED FOR REVIEW" to sdl-action
                   perform write-hit-line
               end-if
           end-if
           perform read-next-order
           .

       call-screen.
           call "SanctionsScreen" using ws-screen-source
                                        ws-screen-subject-id
                                        ws-screen-name
                                        ws-screen-result
           add 1 to screened-count
           .

       write-hit-line.
           add 1 to hit-count
           move ws-screen-source to sdl-source
           move ws-screen-subject-id to sdl-subject-id
           move ws-screen-name to sdl-name
           move register-detail-line to register-line
           write register-line
           .

       terminate-run.
           move screened-count to ssl-screened
           move hit-count to ssl-hits
           move suspended-count to ssl-suspended
           move register-summary-line to register-line
           write register-line
           close screening-register-file
           perform write-run-log-end
           .

       write-run-log-start.
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-end.
           move "END" to rll-event-type
           move screened-count to rll-processed-count
           move hit-count to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "SANCTIONSSCREENING" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program SanctionsScreening.
