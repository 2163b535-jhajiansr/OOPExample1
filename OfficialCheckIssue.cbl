       identification division.

       program-id. OfficialCheckIssue.

       environment division.
       input-output section.
       file-control.
           select official-check-file assign to "OFCHECKS"
               organization indexed
               access dynamic
               record key is ofc-serial-number
               file status is ws-check-status.

       data division.
       file section.
       fd  official-check-file.
           copy "OfficialCheckRecord.cpy".

       working-storage section.
       01 ws-check-status            pic xx.
       01 ws-register-flag           pic x(1) value "N".
           88 register-open          value "Y".
           88 register-closed        value "N".
       01 next-serial-number         pic 9(9) value 1.

       linkage section.
           copy "OfficialCheckRequest.cpy".

       procedure division using official-check-request.
       *> The one place an official check is issued from, called by
       *> every program that draws a cheque on the bank -- the teller
       *> line's cashier's checks, the legal-order remittance and
       *> the state's unclaimed-property remittance -- so every
       *> cheque lands on OFCHECKS the same way and no two issuers
       *> can hand out the same serial. The register opens on the
       *> caller's first cheque and the serial walk runs then, past
       *> the highest serial on file; it stays open across the
       *> caller's cheques until the caller closes it.
           evaluate true
               when ocq-issue-check
                   perform issue-official-check
               when ocq-close-register
                   perform close-check-register
               when other
                   move 8 to ocq-return-code
           end-evaluate
           goback
           .

       issue-official-check.
           move zero to ocq-serial-number
           move zero to ocq-return-code
           if register-closed
               perform open-check-register
           end-if
           if register-open
               perform write-official-check
           else
               display "officialcheckissue: OFCHECKS unavailable --"
                   " status " ws-check-status
               move 8 to ocq-return-code
           end-if
           .

       open-check-register.
           open i-o official-check-file
           if ws-check-status = "35"
               *> first official check ever -- create the file
               open output official-check-file
               close official-check-file
               open i-o official-check-file
           end-if
           if ws-check-status = "00"
               set register-open to true
               perform find-highest-serial
           end-if
           .

       find-highest-serial.
           move 1 to next-serial-number
           move zero to ofc-serial-number
           start official-check-file key is greater than or equal to
               ofc-serial-number
               invalid key move "10" to ws-check-status
           end-start
           perform scan-for-highest-serial
               until ws-check-status = "10"
           move "00" to ws-check-status
           .

       scan-for-highest-serial.
           read official-check-file next record
               at end move "10" to ws-check-status
               not at end
                   if ofc-serial-number >= next-serial-number
                       compute next-serial-number =
                           ofc-serial-number + 1
                   end-if
           end-read
           .

       write-official-check.
           initialize official-check-record
           move next-serial-number to ofc-serial-number
           move function current-date(1:8) to ofc-issue-date
           move ocq-payee-name to ofc-payee-name
           move ocq-amount to ofc-amount
           move ocq-source-type to ofc-source-type
           move ocq-source-account to ofc-source-account
           move ocq-source-gl to ofc-source-gl
           move ocq-origin to ofc-origin
           move ocq-issued-by to ofc-issued-by
           move ocq-reference to ofc-reference
           set ofc-outstanding to true
           write official-check-record
               invalid key
                   display "officialcheckissue: serial "
                       ofc-serial-number " already on OFCHECKS"
                   move 8 to ocq-return-code
               not invalid key
                   move ofc-serial-number to ocq-serial-number
                   add 1 to next-serial-number
           end-write
           .

       close-check-register.
           if register-open
               close official-check-file
               set register-closed to true
           end-if
           move zero to ocq-return-code
           .

       end program OfficialCheckIssue.
