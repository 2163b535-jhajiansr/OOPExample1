           88 check-digit-invalid    value "N".
       01 ws-link-finding            pic x(25).

       01 ws-audited-record-save     pic x(300).
       *> Snapshot of the record under audit across the secondary
       *> master read that inspects a checking account's link target
       *> -- both reads share the one FD buffer, the same discipline
       check-status-and-type-codes.
           if not account-active and not account-closed
               and not account-held and not account-dormant
               and not account-charged-off
               and not account-estate-frozen
               move "UNKNOWN STATUS CODE" to fdl-finding
               move account-status to fdl-detail
               perform write-finding-line
           if not account-type-savings and not account-type-debit
               and not account-type-checking
               and not account-type-timedep
               and not account-type-loan
               move "UNKNOWN TYPE CODE" to fdl-finding
               move account-type to fdl-detail
               perform write-finding-line
                   perform inspect-link-target
               end-if
           else
               *> a loan's link is the checking account its
               *> installments are collected from
               if linked-account-number not = zero
                   and not account-type-loan
                   move "LINK ON NON-CHECKING" to fdl-finding
                   move linked-account-number to fdl-detail
                   perform write-finding-line
