      *> Request block passed to OfficialCheckIssue. The caller fills
      *> in the payee, amount, what the cheque is drawn against and
      *> who is issuing it, with function I; the subprogram writes
      *> the cheque to OFCHECKS under the next serial and hands the
      *> serial back. Return code 0 is issued, 8 the register could
      *> not take the cheque. Function C closes the register -- every
      *> caller closes it when it is done issuing, so the next
      *> issuer picks up the serials from the file.
       01  official-check-request.
           05  ocq-function         pic x(1).
               88  ocq-issue-check      value "I".
               88  ocq-close-register   value "C".
           05  ocq-payee-name       pic x(30).
           05  ocq-amount           pic 9(9)v99.
           05  ocq-source-type      pic x(1).
           05  ocq-source-account   pic 9(8).
           05  ocq-source-gl        pic x(10).
           05  ocq-origin           pic x(1).
           05  ocq-issued-by        pic x(10).
           05  ocq-reference        pic x(10).
           05  ocq-serial-number    pic 9(9).
           05  ocq-return-code      pic 9(2).
               88  ocq-check-issued     value 0.
