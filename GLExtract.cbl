           select gl-pending-file assign to "GLPEND"
               organization line sequential
               file status is ws-pending-status.
           select cash-over-short-file assign to "CASHOS"
               organization line sequential
               file status is ws-over-short-status.
           select official-check-gl-file assign to "OFCGL"
               organization line sequential
               file status is ws-check-gl-status.
           select run-log-file assign to "RUNLOG"
               organization line sequential
               file status is ws-runlog-status.
       fd  gl-pending-file.
           copy "GlPendingRecord.cpy".

       fd  cash-over-short-file.
           copy "CashOverShortRecord.cpy".

       fd  official-check-gl-file.
           copy "OfficialCheckGlRecord.cpy".

       fd  run-log-file.
       01  run-log-record pic x(80).


       01 summary-table.
       *> One bucket per account-type / posting-category pair seen in
       *> today's journal -- the twenty-odd categories never all
       *> land on every account type in one night, so 99 slots carry
       *> the four types plus the unknown-type bucket comfortably.
           05 summary-entry occurs 99 times
                                   indexed by summary-idx.
               10 sum-account-type   pic x(1).
               10 sum-posting-type   pic x(2).
           88 summary-slot-found     value "Y".
           88 summary-slot-not-found value "N".

       01 ws-journal-amount          pic s9(9)v99.
       01 ws-lookup-posting-type     pic x(2).
       01 ws-over-short-status       pic xx.
           88 end-of-over-short      value "10".
       01 over-short-lines-today     pic 9(7) value 0.
       01 ws-check-gl-status         pic xx.
           88 end-of-check-gl        value "10".
       01 check-gl-lines-today       pic 9(7) value 0.
       01 ws-lookup-account          pic 9(8).
       01 ws-lookup-type             pic x(1).
       01 ws-last-lookup-account     pic 9(8) value zero.
           if window-sequence-ok
               perform initialize-run
               perform summarize-journal until end-of-journal
               perform summarize-cash-over-short
               perform summarize-official-check-gl
               perform write-extract-file
               perform terminate-run
           else
           if pjl-timestamp(1:8) = ws-today
               add 1 to journal-lines-today
               perform look-up-account-type
               move pjl-posting-type to ws-lookup-posting-type
               move pjl-signed-amount to ws-journal-amount
               perform add-to-summary-slot
           end-if
           perform read-next-journal-record
           .

       add-to-summary-slot.
           perform find-summary-slot
           if ws-journal-amount < zero
               subtract ws-journal-amount
                   from sum-debit-total(ws-summary-slot)
           else
               add ws-journal-amount
                   to sum-credit-total(ws-summary-slot)
           end-if
           .

       summarize-cash-over-short.
       *> Teller drawer over/short differences belong to no customer
       *> account, so they never reach the journal -- today's CASHOS
       *> lines fold in here under account type K (teller cash) and
       *> category OS, an over as a credit and a short as a debit.
           open input cash-over-short-file
           if ws-over-short-status = "00"
               perform read-next-over-short
               perform summarize-one-over-short
                   until end-of-over-short
               close cash-over-short-file
           end-if
           .

       read-next-over-short.
           read cash-over-short-file
               at end set end-of-over-short to true
           end-read
           .

       summarize-one-over-short.
           if cos-business-date = ws-today
               add 1 to over-short-lines-today
               move "K" to ws-lookup-type
               move "OS" to ws-lookup-posting-type
               move cos-signed-amount to ws-journal-amount
               perform add-to-summary-slot
           end-if
           perform read-next-over-short
           .

       summarize-official-check-gl.
       *> Official-check movements between the bank's own GL
       *> accounts -- an escheated check, the state's remittance
       *> check -- touch no customer account either; today's OFCGL
       *> lines fold in under account type O (official checks) and
       *> their own category, signed as seen from the official-check
       *> outstanding account.
           open input official-check-gl-file
           if ws-check-gl-status = "00"
               perform read-next-check-gl
               perform summarize-one-check-gl
                   until end-of-check-gl
               close official-check-gl-file
           end-if
           .

       read-next-check-gl.
           read official-check-gl-file
               at end set end-of-check-gl to true
           end-read
           .

       summarize-one-check-gl.
           if ogl-business-date = ws-today
               add 1 to check-gl-lines-today
               move "O" to ws-lookup-type
               move ogl-posting-type to ws-lookup-posting-type
               move ogl-signed-amount to ws-journal-amount
               perform add-to-summary-slot
           end-if
           perform read-next-check-gl
           .

       look-up-account-type.
       *> The journal line carries only the account number; its type
       *> comes from the master. The last lookup is remembered --
               until summary-idx > summary-entry-count
                  or summary-slot-found
           if summary-slot-not-found
               if summary-entry-count >= 99
                   *> only corrupt posting-type values can mint this
                   *> many buckets -- fold the money into the last
                   *> slot (loudly) so the feed still balances rather
                   *> than walking off the table and killing the run
                   if not overflow-warned
                       display "glextract: summary table full --"
                           " folding excess buckets into slot 99"
                       set overflow-warned to true
                   end-if
                   move 99 to ws-summary-slot
               else
                   add 1 to summary-entry-count
                   move ws-lookup-type
                       to sum-account-type(summary-entry-count)
                   move ws-lookup-posting-type
                       to sum-posting-type(summary-entry-count)
                   move 0 to sum-debit-total(summary-entry-count)
                   move 0 to sum-credit-total(summary-entry-count)

       match-summary-slot.
           if sum-account-type(summary-idx) = ws-lookup-type
               and sum-posting-type(summary-idx) =
                   ws-lookup-posting-type
               set ws-summary-slot to summary-idx
               set summary-slot-found to true
           end-if
           close extract-report-file
           display "glextract: " journal-lines-today
               " journal lines summarized"
           display "glextract: " over-short-lines-today
               " drawer over/short lines summarized"
           display "glextract: " check-gl-lines-today
               " official-check GL lines summarized"
           perform write-run-log-end
           .

