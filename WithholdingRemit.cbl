       identification division.

       program-id. WithholdingRemit.

       environment division.
       input-output section.
       file-control.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
           select account-master-file assign to "ACCTMSTR"
               organization indexed
               access dynamic
               record key is account-number
               file status is ws-master-status.
           select remittance-register-file assign to "WHREMIT"
               organization line sequential.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.

       data division.
       file section.
       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  account-master-file.
           copy "AccountRecord.cpy".

       fd  remittance-register-file.
       01  register-line pic x(80).

       fd  run-log-file.
       01  run-log-record pic x(80).

       working-storage section.
       01 ws-journal-status          pic xx.
           88 end-of-journal         value "10".
           88 journal-not-found      value "35".
       01 ws-journal-present-flag    pic x(1) value "N".
           88 journal-file-present   value "Y".
       01 ws-master-status           pic xx.
           88 master-not-found       value "35".
       01 ws-runlog-status           pic xx.
       copy "RunLogRecord.cpy".
       01 ws-log-return-code         pic 9(2) value 0.

       01 ws-remit-month             pic 9(6).
       01 ws-today                   pic 9(8).
       01 ws-lookup-owner            pic x(10).
       01 ws-last-lookup-account     pic 9(8) value zero.
       01 ws-last-lookup-owner       pic x(10).
       01 ws-withheld-amount         pic s9(7)v99.
       01 withholding-line-count     pic 9(7) value 0.
       01 remittance-total           pic s9(9)v99 value 0.

       copy "ReportHeader.cpy".

       01 month-heading-line.
           05 filler             pic x(17) value "REMITTANCE MONTH ".
           05 mhl-month          pic 9(4)/99.

       01 register-detail-line.
           05 wdl-posting-date   pic x(8).
           05 filler             pic x(2) value spaces.
           05 wdl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 wdl-owner-id       pic x(10).
           05 filler             pic x(2) value spaces.
           05 wdl-withheld       pic z(6)9.99-.

       01 register-summary-line.
           05 filler             pic x(7) value "LINES: ".
           05 wsl-lines          pic zzzzzz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(17) value "TOTAL TO REMIT: ".
           05 wsl-total          pic z(8)9.99-.

       01 no-withholding-line pic x(45) value
           "NO BACKUP WITHHOLDING FOR THE REQUESTED MONTH".

       procedure division.
       *> Monthly backup-withholding remittance register: every BW
       *> line the interest runs journaled in the requested month is
       *> listed with its account and primary owner, and the month's
       *> total is the deposit tax makes to the federal authority.
       *> The total is the sum of the journal lines, not a sum of
       *> register prints, so it agrees with the withholding-payable
       *> balance the GL extract built from the same lines. A
       *> reversed withholding line nets out of the total.
           display "enter remittance month (YYYYMM): "
           accept ws-remit-month
           perform write-run-log-start
           perform initialize-run
           perform list-withholding until end-of-journal
           perform terminate-run
           stop run
           .

       initialize-run.
           move function current-date(1:8) to ws-today
           open output remittance-register-file
           perform print-report-header
           open input account-master-file
           open input posting-journal-file
           if journal-not-found
               *> nothing has ever been journaled -- nothing withheld
               set end-of-journal to true
           else
               set journal-file-present to true
               perform read-next-journal-record
           end-if
           .

       print-report-header.
           move "BACKUP WITHHOLDING REMITTANCE" to rh-report-title
           move 1 to rh-page-number
           move ws-today(5:2) to rh-run-date(1:2)
           move "/" to rh-run-date(3:1)
           move ws-today(7:2) to rh-run-date(4:2)
           move "/" to rh-run-date(6:1)
           move ws-today(1:4) to rh-run-date(7:4)
           move report-header-line to register-line
           write register-line
           move ws-remit-month to mhl-month
           move month-heading-line to register-line
           write register-line
           .

       read-next-journal-record.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       list-withholding.
           if pjl-type-backup-withhold
               and pjl-timestamp(1:6) = ws-remit-month
               perform write-withholding-line
           end-if
           perform read-next-journal-record
           .

       write-withholding-line.
       *> Withholding journals as a debit against the account; the
       *> register carries it as the positive amount owed.
           compute ws-withheld-amount = 0 - pjl-signed-amount
           perform look-up-owner-id
           move pjl-timestamp(1:8) to wdl-posting-date
           move pjl-account-number to wdl-account-number
           move ws-lookup-owner to wdl-owner-id
           move ws-withheld-amount to wdl-withheld
           move register-detail-line to register-line
           write register-line
           add 1 to withholding-line-count
           add ws-withheld-amount to remittance-total
           .

       look-up-owner-id.
       *> An account purged from the live master since the interest
       *> run still owes the deposit -- its line prints with the
       *> owner left blank rather than dropping off the register.
           if pjl-account-number = ws-last-lookup-account
               move ws-last-lookup-owner to ws-lookup-owner
           else
               move spaces to ws-lookup-owner
               if not master-not-found
                   move pjl-account-number to account-number
                   read account-master-file
                       invalid key
                           continue
                       not invalid key
                           move owner-primary-id to ws-lookup-owner
                   end-read
               end-if
               move pjl-account-number to ws-last-lookup-account
               move ws-lookup-owner to ws-last-lookup-owner
           end-if
           .

       terminate-run.
           if withholding-line-count = zero
               move no-withholding-line to register-line
               write register-line
           end-if
           move withholding-line-count to wsl-lines
           move remittance-total to wsl-total
           move register-summary-line to register-line
           write register-line
           if journal-file-present
               close posting-journal-file
           end-if
           close account-master-file
           close remittance-register-file
           display "withholdingremit: " withholding-line-count
               " withholding lines listed"
           perform write-run-log-end
           .

       write-run-log-end.
           move "END" to rll-event-type
           move withholding-line-count to rll-processed-count
           move zero to rll-rejected-count
           move ws-log-return-code to rll-return-code
           perform write-run-log-record
           .
       write-run-log-start.
           move "START" to rll-event-type
           move zero to rll-processed-count
           move zero to rll-rejected-count
           move zero to rll-return-code
           perform write-run-log-record
           .

       write-run-log-record.
           move function current-date to rll-timestamp
           move "WITHHOLDINGREMIT" to rll-program-id
           open extend run-log-file
           if ws-runlog-status = "35"
               *> first ever run-log write -- create the file
               open output run-log-file
           end-if
           move run-log-line to run-log-record
           write run-log-record
           close run-log-file
           .

       end program WithholdingRemit.
