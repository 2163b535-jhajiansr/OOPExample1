           05  srt-owner-id       pic x(10).
           05  srt-account-number pic 9(8).
           05  srt-amount         pic 9(7)v99.
           05  srt-withheld       pic 9(7)v99.

       fd  tax-summary-file.
       01  tax-summary-record.
       *> One machine-readable record per owner per tax year: total
       *> interest paid, how many accounts earned it, the first ten
       *> account numbers (the count says when the list is
       *> truncated), and the backup withholding taken from that
       *> interest -- the federal tax withheld the e-file reports.
           05  txs-owner-id       pic x(10).
           05  filler             pic x(1) value space.
           05  txs-tax-year       pic 9(4).
           05  txs-account-count  pic 9(3).
           05  filler             pic x(1) value space.
           05  txs-account-list occurs 10 times pic 9(8).
           05  filler             pic x(1) value space.
           05  txs-total-withheld pic 9(9)v99.

       fd  tax-register-file.
       01  register-line pic x(80).
       01 account-interest-total     pic 9(9)v99.
       01 owner-interest-total       pic 9(9)v99.
       01 owner-account-count        pic 9(3).
       01 account-withheld-total     pic 9(9)v99.
       01 owner-withheld-total       pic 9(9)v99.

       copy "ReportHeader.cpy".
       01 ws-today                   pic 9(8).
           05 acl-account-number pic z(7)9.
           05 filler             pic x(2) value spaces.
           05 acl-interest       pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "WITHHELD: ".
           05 acl-withheld       pic z(8)9.99.

       01 owner-total-line.
           05 filler             pic x(4) value spaces.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value "ACCOUNTS: ".
           05 otl-count          pic zz9.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(5) value "W/H: ".
           05 otl-withheld       pic z(8)9.99.

       01 no-interest-line pic x(44) value
           "NO INTEREST POSTINGS FOR THE REQUESTED YEAR".
       procedure division.
       *> Year-end tax reporting: the posting journal's interest
       *> credits for the requested year are aggregated per account
       *> (and the backup withholding taken from them, the BW lines)
       *> and rolled up per owner-primary-id, producing one TAXSUMM
       *> record per owner (the machine-readable feed the January
       *> mailing is built from) and a TAXREG print register. This
           .

       release-one-posting.
           if (pjl-type-interest or pjl-type-backup-withhold)
               and pjl-timestamp(1:4) = ws-tax-year
               perform look-up-owner-id
               move ws-lookup-owner to srt-owner-id
               move pjl-account-number to srt-account-number
               if pjl-type-interest
                   move pjl-signed-amount to srt-amount
                   move zero to srt-withheld
               else
                   *> withholding journals as a debit -- carried here
                   *> as the positive amount withheld
                   move zero to srt-amount
                   compute srt-withheld = 0 - pjl-signed-amount
               end-if
               release sort-record
           end-if
           perform read-next-journal-record
           end-if
           add srt-amount to account-interest-total
           add srt-amount to owner-interest-total
           add srt-withheld to account-withheld-total
           add srt-withheld to owner-withheld-total
           perform return-next-sorted-record
           .

           move srt-owner-id to current-owner-id
           move 0 to owner-interest-total
           move 0 to owner-account-count
           move 0 to owner-withheld-total
           initialize tax-summary-record
           move srt-owner-id to txs-owner-id
           move ws-tax-year to txs-tax-year
       start-new-account.
           move srt-account-number to current-account
           move 0 to account-interest-total
           move 0 to account-withheld-total
           .

       close-account.
           end-if
           move current-account to acl-account-number
           move account-interest-total to acl-interest
           move account-withheld-total to acl-withheld
           move account-detail-line to register-line
           write register-line
           .
       close-owner.
           move owner-interest-total to txs-total-interest
           move owner-account-count to txs-account-count
           move owner-withheld-total to txs-total-withheld
           write tax-summary-record
           move owner-interest-total to otl-total
           move owner-account-count to otl-count
           move owner-withheld-total to otl-withheld
           move owner-total-line to register-line
           write register-line
           .
