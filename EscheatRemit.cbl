               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.
           select official-check-file assign to "OFCHECKS"
               organization indexed
               access dynamic
               record key is ofc-serial-number
               file status is ws-check-status.
           select official-check-gl-file assign to "OFCGL"
               organization line sequential
               file status is ws-check-gl-status.
           select state-remittance-file assign to "STATERPT"
               organization line sequential.
           select escheat-register-file assign to "ESCHREG"
                                       sign leading separate.
           05  filler              pic x(1).
           05  esc-last-activity   pic 9(8).
           05  filler              pic x(1).
           05  esc-item-type       pic x(1).
               88  esc-dormant-account value "A" space.
               88  esc-official-check  value "C".
           05  filler              pic x(1).
           05  esc-check-serial    pic 9(9).

       fd  account-master-file.
           copy "AccountRecord.cpy".
       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       fd  official-check-file.
           copy "OfficialCheckRecord.cpy".

       fd  official-check-gl-file.
           copy "OfficialCheckGlRecord.cpy".

       fd  state-remittance-file.
       01  state-remittance-record.
       *> The state's unclaimed-property report format: one "1"
           88 master-not-found       value "35".
       01 ws-customer-status         pic xx.
           88 customer-master-missing value "35".
       01 ws-check-status            pic xx.
           88 check-register-missing value "35".
       01 ws-check-gl-status         pic xx.
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
       01 skipped-count              pic 9(7) value 0.
       01 state-liability-total      pic 9(11)v99 value 0.
       01 state-total-cents          pic 9(13) value 0.
       01 escheated-check-count      pic 9(7) value 0.
       copy "OfficialCheckRequest.cpy".

       copy "ReportHeader.cpy".

           05 filler             pic x(17) value "STATE LIABILITY: ".
           05 esl-total          pic z(9)9.99.

       01 state-check-line.
           05 filler             pic x(30) value
               "OFFICIAL CHECK TO STATE:     ".
           05 scl-check-serial   pic z(8)9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(20) value
               "UNCASHED CHECKS IN: ".
           05 scl-check-count    pic zzzzzz9.

       procedure division.
       *> The step the dormancy review always stopped short of:
       *> every account on the ESCHEAT candidate extract actually
       *> that has moved since the extract was cut (reactivated,
       *> already closed, already empty) is skipped with its reason
       *> on the register -- this job remits dormant money, it does
       *> not chase a stale extract. An official check the review
       *> found uncashed past OFC-ESCHEAT-DAYS rides the same
       *> extract: it is marked escheated on the OFCHECKS register,
       *> its amount joins the state liability and its payee goes on
       *> the state's report as the owner -- one cashed since the
       *> extract was cut is skipped -- and its amount goes to OFCGL
       *> to move from official-check outstanding to the state
       *> liability. What the state is owed goes out as one official
       *> check to the state, drawn on the state-liability GL
       *> account, and that too goes to OFCGL to move back into
       *> official-check outstanding until the state cashes it. The
       *> consumed extract is truncated so a rerun cannot remit
       *> twice.
           perform write-run-log-start
           perform initialize-run
           perform remit-escheat-accounts until end-of-extract
           end-if
           open i-o account-master-file
           open input customer-master-file
           open i-o official-check-file
           open output state-remittance-file
           open output escheat-register-file
           perform print-report-header

       remit-one-candidate.
           move spaces to ws-owner-name
           if esc-official-check
               perform remit-official-check
           else
               perform remit-dormant-account
           end-if
           .

       remit-dormant-account.
           if master-not-found
               move "NO ACCOUNT MASTER" to edl-action
               move zero to remit-amount
           perform write-register-line
           .

       remit-official-check.
           move esc-balance to remit-amount
           if check-register-missing
               move "NO CHECK REGISTER" to edl-action
               move zero to remit-amount
               perform write-register-line
               add 1 to skipped-count
           else
               move esc-check-serial to ofc-serial-number
               read official-check-file
                   invalid key
                       move "CHECK NOT ISSUED" to edl-action
                       move zero to remit-amount
                       perform write-register-line
                       add 1 to skipped-count
                   not invalid key
                       perform dispose-of-official-check
               end-read
           end-if
           .

       dispose-of-official-check.
           move ofc-payee-name to ws-owner-name
           if not ofc-outstanding
               *> cashed (or already remitted) since the review
               move "CHECK NO LONGER OUT" to edl-action
               move zero to remit-amount
               perform write-register-line
               add 1 to skipped-count
           else
               move ofc-amount to remit-amount
               set ofc-escheated to true
               move ws-today to ofc-escheat-date
               rewrite official-check-record
               perform post-escheated-check-to-gl
               add remit-amount to state-liability-total
               add 1 to remitted-count
               add 1 to escheated-check-count
               perform write-check-property-record
               move "CHECK TO STATE" to edl-action
               perform write-register-line
           end-if
           .

       post-escheated-check-to-gl.
           initialize official-check-gl-line
           set ogl-escheated-check to true
           move ofc-serial-number to ogl-check-serial
           compute ogl-signed-amount = 0 - remit-amount
           perform write-check-gl-line
           .

       post-state-check-to-gl.
           initialize official-check-gl-line
           set ogl-state-check to true
           move ocq-serial-number to ogl-check-serial
           move state-liability-total to ogl-signed-amount
           perform write-check-gl-line
           .

       write-check-gl-line.
           move ws-today to ogl-business-date
           move function current-date to ogl-posted-timestamp
           open extend official-check-gl-file
           if ws-check-gl-status = "35"
               *> first official-check GL movement ever -- create
               *> the file
               open output official-check-gl-file
           end-if
           write official-check-gl-line
           close official-check-gl-file
           .

       write-check-property-record.
       *> The payee is the owner of an uncashed official check; the
       *> account it was drawn on (zero for a GL-funded cheque)
       *> stands in the account column.
           compute ws-amount-cents rounded = remit-amount * 100
           move spaces to state-remittance-record
           set str-property-record to true
           move spaces to str-owner-id
           move ws-owner-name to str-owner-name
           move esc-account-number to str-account-number
           move ws-amount-cents to str-amount-cents
           move esc-last-activity to str-last-activity
           write state-remittance-record
           add ws-amount-cents to state-total-cents
           .

       look-up-owner-name.
           move spaces to ws-owner-name
           if owner-primary-id = spaces

       write-register-line.
           move esc-account-number to edl-account-number
           if esc-official-check
               move esc-check-serial to edl-owner-id
           else
               move esc-owner-primary-id to edl-owner-id
           end-if
           move ws-owner-name to edl-owner-name
           move remit-amount to edl-amount
           move register-detail-line to register-line
           move state-liability-total to esl-total
           move register-summary-line to register-line
           write register-line
           if not check-register-missing
               close official-check-file
           end-if
           perform issue-state-check
           move escheated-check-count to scl-check-count
           move state-check-line to register-line
           write register-line
           close state-remittance-file
           close escheat-register-file
           close account-master-file
           perform write-run-log-end
           .

       issue-state-check.
       *> The register is closed above so the issuing subprogram has
       *> OFCHECKS to itself.
           move zero to scl-check-serial
           if state-liability-total > zero
               initialize official-check-request
               set ocq-issue-check to true
               move "STATE UNCLAIMED PROPERTY" to ocq-payee-name
               move state-liability-total to ocq-amount
               move "G" to ocq-source-type
               move "STATELIAB" to ocq-source-gl
               move "E" to ocq-origin
               move "ESCHEATREM" to ocq-issued-by
               move ws-today to ocq-reference
               call "OfficialCheckIssue" using official-check-request
               if ocq-check-issued
                   move ocq-serial-number to scl-check-serial
                   perform post-state-check-to-gl
               else
                   display "escheatremit: state remittance of "
                       state-liability-total
                       " -- no official check issued"
                   move 8 to ws-log-return-code
               end-if
               set ocq-close-register to true
               call "OfficialCheckIssue" using official-check-request
           end-if
           .

       write-run-log-end.
           move "END" to rll-event-type
           move remitted-count to rll-processed-count
