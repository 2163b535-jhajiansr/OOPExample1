               file status is ws-queue-status.
           select edit-report-file assign to "EDITRPT"
               organization line sequential.
           select warehouse-file assign to "WHSTRANS"
               organization indexed
               access dynamic
               record key is whs-item-id
               file status is ws-warehouse-status.
           select calendar-file assign to "CALENDAR"
               organization line sequential
               file status is ws-calendar-status.
       fd  edit-report-file.
       01  edit-report-line pic x(80).

       fd  warehouse-file.
           copy "WarehouseRecord.cpy".

       fd  calendar-file.
           copy "CalendarRecord.cpy".

           88 queue-not-found        value "35".
           88 end-of-queue           value "10".
       01 recycled-count             pic 9(5) value 0.
       01 ws-warehouse-status        pic xx.
           88 warehouse-not-found    value "35".
           88 end-of-warehouse       value "10".
       01 warehouse-released-count   pic 9(5) value 0.
       01 ws-calendar-status         pic xx.
           88 end-of-calendar        value "10".
           88 calendar-not-found     value "35".
           05 filler             pic x(10) value "RECYCLED: ".
           05 rsl-recycled-count pic zzzz9.

       01 warehouse-register-line.
           05 filler             pic x(24) value
               "RELEASED FROM WAREHOUSE ".
           05 wrl-item-id        pic 9(9).
           05 filler             pic x(2) value spaces.
           05 filler             pic x(11) value "EFFECTIVE: ".
           05 wrl-effective-date pic 9(8).

       01 warehouse-summary-line.
           05 filler             pic x(21) value
               "RELEASED WAREHOUSED: ".
           05 wsl-released-count pic zzzz9.

       procedure division.
       *> Pre-posting edit for the branch transaction file: every
       *> record is checked against the same check-digit rule the
               close network-file
           end-if
           perform release-repaired-items
           perform release-warehoused-items
           .

       release-repaired-items.
           write edit-report-line
           .

       release-warehoused-items.
       *> Future-dated items the customer asked for at the window or
       *> through maintenance wait on WHSTRANS until their effective
       *> date -- rolled forward past weekends and holidays on the
       *> bank calendar -- reaches tonight's business date. Each one
       *> that has come due joins the sort behind the recycled items
       *> as an ordinary detail record carrying the branch and teller
       *> it was taken in under, channel WHS and its item id as the
       *> reference, and is marked released on the file the moment
       *> it goes. From here it posts or fails like any other item;
       *> the posting run stamps the outcome back onto the file.
           open i-o warehouse-file
           if warehouse-not-found
               continue
           else
               move zero to whs-item-id
               start warehouse-file key is greater than or equal
                   to whs-item-id
                   invalid key move "10" to ws-warehouse-status
               end-start
               perform release-next-warehoused-item
                   until end-of-warehouse
               close warehouse-file
           end-if
           .

       release-next-warehoused-item.
           read warehouse-file next record
               at end move "10" to ws-warehouse-status
               not at end
                   if whs-item-pending
                       perform roll-effective-date-to-business-day
                       if bd-check-date not > ws-business-date
                           perform release-one-warehoused-item
                       end-if
                   end-if
           end-read
           .

       roll-effective-date-to-business-day.
           move whs-effective-date to bd-check-date
           perform check-business-day
           perform advance-to-business-day
               until date-is-business-day
           .

       advance-to-business-day.
           compute bd-date-integer =
               function integer-of-date(bd-check-date) + 1
           move function date-of-integer(bd-date-integer)
               to bd-check-date
           perform check-business-day
           .

       release-one-warehoused-item.
           initialize transaction-record
           set tx-detail-record to true
           move whs-type-code to tx-type-code
           move whs-account-number to tx-account-number
           move whs-to-account-number to tx-to-account-number
           move whs-amount to tx-amount
           move whs-branch-code to tx-branch-code
           move whs-teller-id to tx-teller-id
           move "WHS" to tx-channel-code
           move whs-item-id to tx-reference
           add 1 to ws-input-sequence
           move ws-input-sequence to srt-sequence
           move transaction-record to srt-transaction
           move "N" to srt-dup-flag
           release sort-record
           set whs-item-released to true
           move ws-business-date to whs-release-date
           rewrite warehouse-record
           add 1 to warehouse-released-count
           move whs-item-id to wrl-item-id
           move whs-effective-date to wrl-effective-date
           move warehouse-register-line to edit-report-line
           write edit-report-line
           .

       release-network-detail.
       *> Same per-record treatment the branch input gets -- details
       *> join the sort, the translator's header and trailer were
               move recycle-summary-line to edit-report-line
               write edit-report-line
           end-if
           if warehouse-released-count > 0
               move warehouse-released-count to wsl-released-count
               move warehouse-summary-line to edit-report-line
               write edit-report-line
           end-if
           if output-files-open
               close clean-file
               close error-file
