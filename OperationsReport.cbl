           05 filler pic x(18) value "NETWORKTRANSLATE".
           05 filler pic x(18) value "TRANSACTIONEDIT".
           05 filler pic x(18) value "ERRORSWEEP".
           05 filler pic x(18) value "DECEASEDRUN".
           05 filler pic x(18) value "BATCHWITHDRAWAL".
           05 filler pic x(18) value "CHECKCLEARING".
           05 filler pic x(18) value "STANDINGORDERRUN".
           05 filler pic x(18) value "EXTERNALPAYMENT".
           05 filler pic x(18) value "STOPPAYMENTRUN".
           05 filler pic x(18) value "DISPUTERUN".
           05 filler pic x(18) value "LOANRUN".
           05 filler pic x(18) value "HOLDRELEASE".
           05 filler pic x(18) value "INTERESTACCRUAL".
           05 filler pic x(18) value "CDMATURITY".
           05 filler pic x(18) value "TARGETSWEEP".
           05 filler pic x(18) value "GLEXTRACT".
           05 filler pic x(18) value "GLACKMATCH".
           05 filler pic x(18) value "MASTERSWEEP".
           05 filler pic x(18) value "GLRECONCILIATION".
           05 filler pic x(18) value "VELOCITYREPORT".
           05 filler pic x(18) value "BALANCESNAPSHOT".
           05 filler pic x(18) value "CUSTOMERALERTS".
           05 filler pic x(18) value "ONLINEBANKEXTRACT".
           05 filler pic x(18) value "OFFICIALCHECKRECON".
           05 filler pic x(18) value "DAILYRECON".
           05 filler pic x(18) value "NOTICERUN".
           05 filler pic x(18) value "MASTERBACKUP".
       01 expected-program-entries redefines expected-program-table.
           05 expected-program occurs 27 times pic x(18).
       01 expected-idx               pic 9(2).

       01 program-status-table.
           05 program-status-entry occurs 40 times
                                   indexed by status-idx.
               10 pst-program-id     pic x(18).
               10 pst-start-seen     pic x(1).
               until status-idx > program-status-count
                  or status-slot-found
           if status-slot-not-found
               if program-status-count < 40
                   add 1 to program-status-count
                   move rll-program-id
                       to pst-program-id(program-status-count)
           end-if
           perform summarize-expected-program
               varying expected-idx from 1 by 1
               until expected-idx > 27
           .

       summarize-expected-program.
