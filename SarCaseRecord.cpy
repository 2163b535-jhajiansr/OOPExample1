      *> Shared suspicious-activity case layout (SARCASE), keyed by
      *> sar-case-id. The nightly structuring detection opens one
      *> case per owner and cash direction whose deposits (I) or
      *> withdrawals (O) over the rolling window score at or over
      *> STRUCT-CASE-SCORE, recording the window, the score and which
      *> patterns made it up: days just under CTR-THRESHOLD, the
      *> cash spread over several branches, over several of the
      *> owner's accounts, and a window total over the threshold
      *> with no single day reaching it. Investigators work the case
      *> through the case desk -- notes and attached postings go on
      *> SARNOTES under the case id -- and close it as no action (N)
      *> or file SAR (S). A SAR case is cut to the regulatory filing
      *> extract once and stamped with the date it was cut. Closed
      *> cases stay on file as history.
       01  sar-case-record.
           05  sar-case-id          pic 9(6).
           05  sar-owner-id         pic x(10).
           05  sar-cash-direction   pic x(1).
               88  sar-cash-in          value "I".
               88  sar-cash-out         value "O".
           05  sar-opened-date      pic 9(8).
           05  sar-window-start     pic 9(8).
           05  sar-window-end       pic 9(8).
           05  sar-score            pic 9(3).
           05  sar-pattern-flags.
               10  sar-near-days-flag   pic x(1).
                   88  sar-near-threshold-days value "Y".
               10  sar-branches-flag    pic x(1).
                   88  sar-several-branches    value "Y".
               10  sar-accounts-flag    pic x(1).
                   88  sar-several-accounts    value "Y".
               10  sar-aggregate-flag   pic x(1).
                   88  sar-aggregate-over      value "Y".
           05  sar-near-day-count   pic 9(3).
           05  sar-branch-count     pic 9(3).
           05  sar-account-count    pic 9(3).
           05  sar-window-total     pic 9(9)v99.
           05  sar-status           pic x(1).
               88  sar-case-open        value "O".
               88  sar-closed-no-action value "N".
               88  sar-closed-file-sar  value "S".
           05  sar-closed-date      pic 9(8).
           05  sar-closed-by        pic x(10).
           05  sar-extracted-date   pic 9(8).
