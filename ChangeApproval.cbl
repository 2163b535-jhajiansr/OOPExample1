               access dynamic
               record key is xrf-key
               file status is ws-owner-index-status.
           select customer-master-file assign to "CUSTMSTR"
               organization indexed
               access dynamic
               record key is cust-owner-id
               file status is ws-customer-status.

       data division.
       file section.
       fd  owner-index-file.
           copy "OwnerIndexRecord.cpy".

       fd  customer-master-file.
           copy "CustomerRecord.cpy".

       working-storage section.
       01 ws-pending-status          pic xx.
           88 pending-not-found      value "35".
           88 operators-not-found    value "35".
       01 ws-seclog-status           pic xx.
       01 ws-owner-index-status      pic xx.
       01 ws-customer-status         pic xx.
       01 ws-customer-present-flag   pic x(1) value "N".
           88 customer-file-present  value "Y".
       copy "SecurityLogRecord.cpy".
       01 ws-operator-id             pic x(10).
       01 ws-signon-password         pic x(10).
       01 approved-count             pic 9(5) value 0.
       01 rejected-count             pic 9(5) value 0.

       01 ws-account-record-save     pic x(300).
       *> Snapshot of the pending change's account record across the
       *> secondary master read that re-validates a link target --
       *> both reads share the one FD buffer, the same discipline
       *> attempt to approve one's own change is refused and logged
       *> to SECLOG. Conditions are re-validated at approval time --
       *> a link target that rotted while the change waited is a
       *> rejection, not a bad link on the master. A reported
       *> customer death is applied to CUSTMSTR rather than the
       *> account master; the nightly deceased-customer run acts on
       *> the accounts from there.
           perform sign-on-supervisor
           if signon-accepted
               move function current-date(1:8) to ws-today
                       close owner-index-file
                       open i-o owner-index-file
                   end-if
                   open i-o customer-master-file
                   if ws-customer-status = "00"
                       set customer-file-present to true
                   end-if
                   perform review-pending-changes
                   if customer-file-present
                       close customer-master-file
                   end-if
                   close owner-index-file
                   close account-master-file
                   close pending-change-file
                       and opr-active
                       and opr-is-supervisor
                       set signon-accepted to true
                       move "SIGNON" to sll-event-type
                       move spaces to sll-detail
                       perform write-security-log-line
                   else
                       perform log-failed-sign-on
                   end-if
       review-one-change.
           display "change " pnd-change-id " of " pnd-entry-date
               " by " pnd-maker-id
           if pnd-type-deceased
               display "  customer " pnd-owner-id " "
                   pnd-change-type " -> " pnd-new-value
           else
               display "  account " pnd-account-number " "
                   pnd-change-type " -> " pnd-new-value
           end-if
           display "approve, reject or skip (A/R/S): "
           accept ws-decision
           evaluate ws-decision
       apply-pending-change.
           set change-applies to true
           move spaces to ws-refusal-text
           if pnd-type-deceased
               perform apply-customer-death
           else
               move pnd-account-number to account-number
               read account-master-file
                   invalid key
                       set change-refused to true
                       move "ACCOUNT NOT ON MASTER" to ws-refusal-text
                   not invalid key
                       perform apply-change-to-record
               end-read
           end-if
           if change-applies
               set pnd-item-applied to true
               move ws-operator-id to pnd-checker-id
           end-evaluate
           .

       apply-customer-death.
       *> The customer is marked deceased with the date of death; the
       *> accounts are left for the nightly run, which freezes,
       *> re-owns and reports on them. The maintenance log line
       *> carries the owner id in the old-value slot, the account
       *> number being zero.
           if not customer-file-present
               set change-refused to true
               move "CUSTMSTR NOT AVAILABLE" to ws-refusal-text
           else
               move pnd-owner-id to cust-owner-id
               read customer-master-file
                   invalid key
                       set change-refused to true
                       move "CUSTOMER NOT ON FILE" to ws-refusal-text
                   not invalid key
                       if cust-is-deceased
                           set change-refused to true
                           move "ALREADY RECORDED DECEASED"
                               to ws-refusal-text
                       else
                           set cust-is-deceased to true
                           move pnd-new-value(1:8)
                               to cust-date-of-death
                           move "N" to cust-estate-processed-flag
                           move zero to cust-credits-listed-thru
                           rewrite customer-record
                           move zero to account-number
                           move pnd-owner-id to ws-old-value-display
                           perform log-approved-change
                       end-if
               end-read
           end-if
           .

       reindex-changed-owner.
       *> Keep the owner cross-reference current in-line: the old
       *> owner's pairing with this account is deleted and the new

       rewrite-and-log-change.
           rewrite account-record
           perform log-approved-change
           .

       log-approved-change.
           move function current-date to ws-log-timestamp
           move ws-log-timestamp to mll-timestamp
           move pnd-maker-id to mll-operator-id
