               organization line sequential.
           select network-returns-file assign to "EXTRTNS"
               organization line sequential.
           select chargeback-file assign to "DSPCHGBK"
               organization line sequential
               file status is ws-chargeback-status.
           select translate-report-file assign to "NETXRPT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
       fd  network-returns-file.
       01  network-returns-record pic x(42).

       fd  chargeback-file.
       01  chargeback-record pic x(42).

       fd  translate-report-file.
       01  translate-report-line pic x(80).

           88 external-not-found     value "35".
       01 ws-eof-flag                pic x value "N".
           88 end-of-external        value "Y".
       01 ws-chargeback-status       pic xx.
           88 end-of-chargebacks     value "10".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.
           88 check-digit-valid      value "Y".
           88 check-digit-invalid    value "N".

       01 ws-stop-account            pic 9(8).
       01 ws-stop-amount             pic 9(7)v99.
       01 ws-stop-serial             pic x(9).
       01 ws-stop-source             pic x(4) value "NET".
       01 ws-stop-item-ref           pic x(12).
       01 ws-stop-result             pic x(1).
           88 item-stopped           value "Y".

       01 translated-count           pic 9(7) value 0.
       01 translated-amount-total    pic 9(11)v99 value 0.
       01 returned-count             pic 9(7) value 0.
       01 returned-amount-total      pic 9(11)v99 value 0.
       01 chargeback-count           pic 9(7) value 0.
       01 ws-output-files-flag       pic x(1) value "N".
           88 output-files-open      value "Y".

           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "RETURNED: ".
           05 nsl-returned       pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(13) value "CHARGEBACKS: ".
           05 nsl-chargebacks    pic zzzzzz9.

       procedure division.
       *> Translator step ahead of the nightly transaction edit: the
       *> check digit, garbled or oversized amount -- go back to the
       *> network the same day on EXTRTNS, verbatim in the network's
       *> format under its own control framing, instead of dying in a
       *> rekeying tray. A debit the customer has stopped goes back
       *> the same way, before it can ever post, and chargebacks the
       *> dispute run staged for claims it settled in the customer's
       *> favour ride out on the same returns file. The full
       *> branch-grade edit still happens downstream; this step only
       *> rejects what cannot even be expressed in the bank's layout.
           perform write-run-log-start
           perform initialize-run
           if not end-of-external
                   perform write-output-headers
                   perform read-next-external-record
                   perform translate-one-record until end-of-external
                   perform append-staged-chargebacks
                   perform write-output-trailers
               else
                   perform refuse-run
           set item-translates to true
           move spaces to ws-reject-reason
           perform validate-external-item
           if item-translates
               and (ext-class-withdrawal or ext-class-transfer)
               perform check-stop-payment
           end-if
           if item-rejected
               perform return-item-to-network
           else
           end-if
           .

       check-stop-payment.
       *> A network debit the customer has stopped goes back to the
       *> network the same day instead of reaching NETTRANS -- by
       *> network reference when the stop names one, by amount range
       *> when it does not. Only a well-formed item gets this far.
           move ext-account-number to ws-stop-account
           move ext-amount to ws-stop-amount
           move spaces to ws-stop-serial
           move ext-network-reference to ws-stop-item-ref
           call "StopPaymentCheck" using ws-stop-account
               ws-stop-amount ws-stop-serial ext-network-reference
               ws-stop-source ws-stop-item-ref ws-stop-result
           if item-stopped
               set item-rejected to true
               move "STOP PAYMENT" to ws-reject-reason
           end-if
           .

       check-account-digit.
       *> Same rule the AccountNumber property setter enforces: the
       *> last digit must equal the leading seven digits mod 10, and
           write translate-report-line
           .

       append-staged-chargebacks.
       *> The dispute run stages each chargeback on DSPCHGBK in the
       *> network's own detail layout; they go out inside tonight's
       *> returns framing, counted in its trailer, and the staging
       *> file is emptied only once they are written. A night with no
       *> network file leaves them staged for the next one.
           open input chargeback-file
           if ws-chargeback-status = "00"
               perform read-next-chargeback
               perform return-one-chargeback until end-of-chargebacks
               close chargeback-file
               open output chargeback-file
               close chargeback-file
           end-if
           .

       read-next-chargeback.
           read chargeback-file
               at end set end-of-chargebacks to true
           end-read
           .

       return-one-chargeback.
           move chargeback-record to external-transaction-record
           move chargeback-record to network-returns-record
           write network-returns-record
           add 1 to returned-count
           add 1 to chargeback-count
           add ext-amount to returned-amount-total
           move ext-tran-class to ntl-tran-class
           move ext-account-number to ntl-account
           move ext-network-reference to ntl-reference
           move "DISPUTE CHARGEBACK" to ntl-reason
           move report-detail-line to translate-report-line
           write translate-report-line
           perform read-next-chargeback
           .

       write-output-trailers.
       *> Fresh control totals over what actually translated, so the
       *> edit downstream verifies NETTRANS the same way it verifies
       terminate-run.
           move translated-count to nsl-translated
           move returned-count to nsl-returned
           move chargeback-count to nsl-chargebacks
           move report-summary-line to translate-report-line
           write translate-report-line
           if output-files-open
