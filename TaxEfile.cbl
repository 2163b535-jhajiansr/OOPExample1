       fd  tax-summary-file.
       01  tax-summary-record.
       *> Mirror of the record InterestTaxSummary writes -- one per
       *> owner per tax year, with the first ten account numbers and
       *> the backup withholding taken from the year's interest.
           05  txs-owner-id       pic x(10).
           05  filler             pic x(1).
           05  txs-tax-year       pic 9(4).
           05  txs-account-count  pic 9(3).
           05  filler             pic x(1).
           05  txs-account-list occurs 10 times pic 9(8).
           05  filler             pic x(1).
           05  txs-total-withheld pic 9(9)v99.

       fd  customer-master-file.
           copy "CustomerRecord.cpy".
       01  efile-record.
       *> The tax authority's fixed submission format: one "T"
       *> transmitter record, one "B" payee record per reportable
       *> owner (TIN, name, interest and federal tax withheld in
       *> whole cents), and one "F" final record carrying the payee
       *> count and totals so the authority can prove it loaded the
       *> whole file.
           05  efr-record-type      pic x(1).
               88  efr-transmitter-record value "T".
               88  efr-payee-record       value "B".
               10  efr-payee-tin        pic 9(9).
               10  efr-payee-name       pic x(30).
               10  efr-interest-cents   pic 9(12).
               10  efr-withheld-cents   pic 9(12).
               10  filler               pic x(2).
           05  efr-transmitter-fields redefines efr-detail-fields.
               10  efr-trans-tax-year   pic 9(4).
               10  efr-transmitter-name pic x(40).
           05  efr-final-fields redefines efr-detail-fields.
               10  efr-payee-count      pic 9(7).
               10  efr-total-cents      pic 9(15).
               10  efr-total-withheld-cents pic 9(15).
               10  filler               pic x(32).

       fd  exception-register-file.
       01  exception-line pic x(80).
       01 ws-today                   pic 9(8).
       01 reportable-floor           pic 9(3)v99 value 10.00.
       01 ws-interest-cents          pic 9(12).
       01 ws-withheld-cents          pic 9(12).
       01 filed-withheld-cents       pic 9(15) value 0.
       01 filed-count                pic 9(7) value 0.
       01 filed-total-cents          pic 9(15) value 0.
       01 exception-count            pic 9(7) value 0.
           05 exl-interest       pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 exl-reason         pic x(20).
           05 filler             pic x(2) value spaces.
           05 exl-withheld       pic z(8)9.99.

       01 exception-summary-line.
           05 filler             pic x(7) value "FILED: ".
       *> they land on the TINEXC exception register for the branch
       *> to chase certifications, which is the whole reason the TIN
       *> fields exist. Below-floor totals are neither filed nor
       *> excepted -- unless tax was withheld from them, which makes
       *> the owner reportable whatever the interest came to.
           display "enter tax year (YYYY): "
           accept ws-tax-year
           perform write-run-log-start

       file-summary-records.
           if txs-tax-year = ws-tax-year
               if txs-total-interest >= reportable-floor
                   or txs-total-withheld > zero
                   perform file-one-owner
               end-if
           end-if
           perform read-next-summary
           .

       file-one-owner.
       *> The owner id has to resolve to a customer with a certified
       *> nine-digit TIN before anything is filed -- except an owner
       *> with a TIN on file but not certified whose interest had
       *> backup withholding taken, who is filed as well as listed.
       *> Pseudo-owners the summary built for purged accounts start
       *> with "?" and can never resolve -- they go straight to the
       *> register.
           if customer-master-missing
               move "NO CUSTOMER MASTER" to ws-exception-reason
               perform write-exception-line
               when not cust-tin-is-certified
                   move "TIN NOT CERTIFIED" to ws-exception-reason
                   perform write-exception-line
                   *> withholding taken for want of a certification
                   *> is exactly what the IRS must be told about --
                   *> the owner is filed on the TIN we hold and stays
                   *> on the register for the certification chase
                   if txs-total-withheld > zero
                       perform write-payee-record
                   end-if
               when other
                   perform write-payee-record
           end-evaluate
           move cust-tin to efr-payee-tin
           move cust-name to efr-payee-name
           move ws-interest-cents to efr-interest-cents
           compute ws-withheld-cents rounded =
               txs-total-withheld * 100
           move ws-withheld-cents to efr-withheld-cents
           write efile-record
           add 1 to filed-count
           add ws-interest-cents to filed-total-cents
           add ws-withheld-cents to filed-withheld-cents
           .

       write-exception-line.
           move txs-owner-id to exl-owner-id
           move txs-total-interest to exl-interest
           move ws-exception-reason to exl-reason
           move txs-total-withheld to exl-withheld
           move exception-detail-line to exception-line
           write exception-line
           add 1 to exception-count
           set efr-final-record to true
           move filed-count to efr-payee-count
           move filed-total-cents to efr-total-cents
           move filed-withheld-cents to efr-total-withheld-cents
           write efile-record
           move filed-count to xsl-filed
           move exception-count to xsl-exceptions
