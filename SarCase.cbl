       identification division.

       program-id. SarCase.

       environment division.
       input-output section.
       file-control.
           select sar-case-file assign to "SARCASE"
               organization indexed
               access dynamic
               record key is sar-case-id
               file status is ws-case-status.
           select sar-note-file assign to "SARNOTES"
               organization line sequential
               file status is ws-note-status.
           select posting-journal-file assign to "PSTJRNL"
               organization line sequential
               file status is ws-journal-status.
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
       fd  sar-case-file.
           copy "SarCaseRecord.cpy".

       fd  sar-note-file.
           copy "SarNoteRecord.cpy".

       fd  posting-journal-file.
           copy "PostingJournalRecord.cpy".

       fd  operator-master-file.
           copy "OperatorRecord.cpy".

       fd  security-log-file.
       01  security-log-record pic x(100).

       working-storage section.
       01 ws-case-status             pic xx.
           88 cases-not-found        value "35".
           88 end-of-cases           value "10" "46".
       01 ws-note-status             pic xx.
           88 notes-not-found        value "35".
           88 end-of-notes           value "10".
       01 ws-journal-status          pic xx.
           88 journal-not-found      value "35".
           88 end-of-journal         value "10".
       01 ws-operator-master-status  pic xx.
           88 operators-not-found    value "35".
       01 ws-seclog-status           pic xx.
       copy "SecurityLogRecord.cpy".
       01 ws-signon-password         pic x(10).
       01 ws-signon-tries            pic 9(1).
       01 ws-signon-flag             pic x(1) value "N".
           88 signon-accepted        value "Y".
           88 signon-refused         value "N".
       01 ws-log-timestamp           pic x(26).
       01 ws-operator-id             pic x(10).
       01 ws-menu-choice             pic x(1).
       01 ws-session-flag            pic x(1) value "N".
           88 session-done           value "Y".
       01 ws-today                   pic 9(8).
       01 ws-keyed-case-id           pic 9(6).
       01 ws-keyed-account           pic 9(8).
       01 ws-keyed-date              pic 9(8).
       01 ws-keyed-disposition       pic x(1).
       01 ws-keyed-note              pic x(60).
       01 ws-found-flag              pic x(1).
           88 case-found             value "Y".
           88 case-not-found         value "N".
       01 ws-posting-date            pic 9(8).
       01 listed-count               pic 9(5).
       01 attached-count             pic 9(5).
       01 ws-days-open               pic s9(5).

       procedure division.
       *> The suspicious-activity case desk. The nightly structuring
       *> detection opens cases on SARCASE; here a signed-on operator
       *> with maintenance entitlement lists the open cases, reads a
       *> case back with everything on SARNOTES for it, adds notes,
       *> attaches a further account-day of journal postings as
       *> evidence, and closes the case as no action or file SAR.
       *> Closing takes a closing note, and a closed case is not
       *> reopened here -- SAR cases go to the filing extract as they
       *> stand. Notes are only ever appended.
           perform sign-on-operator
           if signon-accepted
               move function current-date(1:8) to ws-today
               open i-o sar-case-file
               if cases-not-found
                   display "SARCASE not found -- no case has been"
                       " opened."
               else
                   perform case-session until session-done
                   close sar-case-file
               end-if
           end-if
           stop run
           .

       sign-on-operator.
       *> Case work names the investigator on every note, and the
       *> cases concern customers who must not learn of them, so
       *> entry takes maintenance entitlement (level 2) and every
       *> attempt lands on the security log.
           open input operator-master-file
           if operators-not-found
               display "OPERMSTR not found -- case desk unavailable."
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
           display "sar case desk -- enter operator id: "
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
                           display "no case entitlement."
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
           move "SARCASE" to sll-program-id
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

       case-session.
           display "1=list open 2=show case 3=add note"
               " 4=attach postings 5=close case 0=done: "
           accept ws-menu-choice
           evaluate ws-menu-choice
               when "1"
                   perform list-open-cases
               when "2"
                   perform show-case
               when "3"
                   perform add-case-note
               when "4"
                   perform attach-account-day
               when "5"
                   perform close-case
               when "0"
                   set session-done to true
               when other
                   display "unrecognized choice."
           end-evaluate
           .

       list-open-cases.
           move zero to listed-count
           move zero to sar-case-id
           move "00" to ws-case-status
           start sar-case-file key is greater than or equal to
               sar-case-id
               invalid key move "10" to ws-case-status
           end-start
           perform list-next-case until end-of-cases
           if listed-count = zero
               display "no open cases."
           end-if
           move "00" to ws-case-status
           .

       list-next-case.
           read sar-case-file next record
               at end move "10" to ws-case-status
               not at end
                   if sar-case-open
                       perform compute-days-open
                       display sar-case-id " " sar-owner-id " "
                           sar-cash-direction " score " sar-score
                           " opened " sar-opened-date " ("
                           ws-days-open " days)"
                       add 1 to listed-count
                   end-if
           end-read
           .

       compute-days-open.
           compute ws-days-open =
               function integer-of-date(ws-today)
                   - function integer-of-date(sar-opened-date)
           .

       read-keyed-case.
           display "case id: "
           accept ws-keyed-case-id
           move ws-keyed-case-id to sar-case-id
           set case-found to true
           read sar-case-file
               invalid key
                   set case-not-found to true
                   display "case " ws-keyed-case-id " not on file."
           end-read
           .

       show-case.
           perform read-keyed-case
           if case-found
               display "case " sar-case-id "  owner " sar-owner-id
                   "  direction " sar-cash-direction
                   "  status " sar-status
               display "  window " sar-window-start " to "
                   sar-window-end "  score " sar-score
                   "  patterns " sar-pattern-flags
               display "  near days " sar-near-day-count
                   "  branches " sar-branch-count
                   "  accounts " sar-account-count
                   "  window total " sar-window-total
               if not sar-case-open
                   display "  closed " sar-closed-date " by "
                       sar-closed-by "  extracted "
                       sar-extracted-date
               end-if
               perform list-case-notes
           end-if
           .

       list-case-notes.
           move zero to listed-count
           open input sar-note-file
           if notes-not-found
               display "  no notes on file."
           else
               perform read-next-note
               perform show-note-line until end-of-notes
               close sar-note-file
               if listed-count = zero
                   display "  no notes for this case."
               end-if
           end-if
           .

       read-next-note.
           read sar-note-file
               at end set end-of-notes to true
           end-read
           .

       show-note-line.
           if snl-case-id = sar-case-id
               add 1 to listed-count
               if snl-posting
                   display "  " snl-timestamp " " snl-operator-id
                       " P " snl-account-number " "
                       snl-posting-time " " snl-posting-type " "
                       snl-posting-amount " " snl-branch-code
               else
                   display "  " snl-timestamp " " snl-operator-id
                       " " snl-note-type " " snl-note-text
               end-if
           end-if
           perform read-next-note
           .

       add-case-note.
           perform read-keyed-case
           if case-found
               if sar-case-open
                   display "note: "
                   accept ws-keyed-note
                   if ws-keyed-note = spaces
                       display "blank note -- nothing added."
                   else
                       perform open-notes-for-append
                       move spaces to sar-note-line
                       perform stamp-case-note
                       set snl-note to true
                       move ws-keyed-note to snl-note-text
                       write sar-note-line
                       close sar-note-file
                       display "note added to case " sar-case-id "."
                   end-if
               else
                   display "case " sar-case-id
                       " is closed -- status " sar-status "."
               end-if
           end-if
           .

       attach-account-day.
       *> Every journal line the account posted on the keyed date
       *> goes on the case -- the investigator picks the day, the
       *> journal supplies the figures.
           perform read-keyed-case
           if case-found
               if sar-case-open
                   display "account number: "
                   accept ws-keyed-account
                   display "posting date (yyyymmdd): "
                   accept ws-keyed-date
                   perform attach-journal-lines
               else
                   display "case " sar-case-id
                       " is closed -- status " sar-status "."
               end-if
           end-if
           .

       attach-journal-lines.
           move zero to attached-count
           open input posting-journal-file
           if journal-not-found
               display "PSTJRNL not found -- nothing attached."
           else
               perform open-notes-for-append
               perform read-next-journal-line
               perform attach-journal-line until end-of-journal
               close posting-journal-file
               close sar-note-file
               display attached-count " postings attached to case "
                   sar-case-id "."
           end-if
           .

       read-next-journal-line.
           read posting-journal-file
               at end set end-of-journal to true
           end-read
           .

       attach-journal-line.
           move pjl-timestamp(1:8) to ws-posting-date
           if pjl-account-number = ws-keyed-account
               and ws-posting-date = ws-keyed-date
               move spaces to sar-note-line
               perform stamp-case-note
               set snl-posting to true
               move pjl-account-number to snl-account-number
               move pjl-timestamp(1:14) to snl-posting-time
               move pjl-posting-type to snl-posting-type
               move pjl-signed-amount to snl-posting-amount
               move pjl-branch-code to snl-branch-code
               write sar-note-line
               add 1 to attached-count
           end-if
           perform read-next-journal-line
           .

       close-case.
       *> N closes with no action; S decides to file, and the
       *> nightly SAR report cuts the case to the filing extract.
       *> Either way the reason goes on the case as its closing note.
           perform read-keyed-case
           if case-found
               if sar-case-open
                   display "disposition N=no action S=file SAR: "
                   accept ws-keyed-disposition
                   inspect ws-keyed-disposition
                       converting "ns" to "NS"
                   display "closing note: "
                   accept ws-keyed-note
                   evaluate true
                       when ws-keyed-disposition not = "N"
                           and ws-keyed-disposition not = "S"
                           display "disposition must be N or S --"
                               " case left open."
                       when ws-keyed-note = spaces
                           display "a closing note is required --"
                               " case left open."
                       when other
                           perform write-case-closure
                   end-evaluate
               else
                   display "case " sar-case-id
                       " is already closed -- status " sar-status "."
               end-if
           end-if
           .

       write-case-closure.
           move ws-keyed-disposition to sar-status
           move ws-today to sar-closed-date
           move ws-operator-id to sar-closed-by
           rewrite sar-case-record
               invalid key
                   display "case " sar-case-id
                       " could not be updated."
               not invalid key
                   perform open-notes-for-append
                   move spaces to sar-note-line
                   perform stamp-case-note
                   set snl-closing-note to true
                   move ws-keyed-note to snl-note-text
                   write sar-note-line
                   close sar-note-file
                   display "case " sar-case-id " closed -- status "
                       sar-status "."
           end-rewrite
           .

       open-notes-for-append.
           open extend sar-note-file
           if ws-note-status = "35"
               *> first note ever -- create the notes file
               open output sar-note-file
           end-if
           .

       stamp-case-note.
           move sar-case-id to snl-case-id
           move function current-date to ws-log-timestamp
           move ws-log-timestamp(1:14) to snl-timestamp
           move ws-operator-id to snl-operator-id
           .

       end program SarCase.
