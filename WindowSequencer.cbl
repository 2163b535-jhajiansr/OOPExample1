           05 filler pic x(36) value
               "ERRORSWEEP        TRANSACTIONEDIT   ".
           05 filler pic x(36) value
               "DECEASEDRUN       TRANSACTIONEDIT   ".
           05 filler pic x(36) value
               "BATCHWITHDRAWAL   DECEASEDRUN       ".
           05 filler pic x(36) value
               "CHECKCLEARING     BATCHWITHDRAWAL   ".
           05 filler pic x(36) value
               "STANDINGORDERRUN  CHECKCLEARING     ".
           05 filler pic x(36) value
               "EXTERNALPAYMENT   STANDINGORDERRUN  ".
           05 filler pic x(36) value
               "STOPPAYMENTRUN    EXTERNALPAYMENT   ".
           05 filler pic x(36) value
               "DISPUTERUN        STOPPAYMENTRUN    ".
           05 filler pic x(36) value
               "LOANRUN           DISPUTERUN        ".
           05 filler pic x(36) value
               "MASTERPASS        LOANRUN           ".
           05 filler pic x(36) value
               "HOLDRELEASE       LOANRUN           ".
           05 filler pic x(36) value
               "INTERESTACCRUAL   HOLDRELEASE       ".
           05 filler pic x(36) value
               "CDMATURITY        INTERESTACCRUAL   ".
           05 filler pic x(36) value
               "TARGETSWEEP       CDMATURITY        ".
           05 filler pic x(36) value
               "GLEXTRACT         TARGETSWEEP       ".
           05 filler pic x(36) value
               "MASTERSWEEP       TARGETSWEEP       ".
           05 filler pic x(36) value
               "GLRECONCILIATION  MASTERSWEEP       ".
           05 filler pic x(36) value
               "VELOCITYREPORT    BATCHWITHDRAWAL   ".
           05 filler pic x(36) value
               "BALANCESNAPSHOT   MASTERSWEEP       ".
           05 filler pic x(36) value
               "CUSTOMERALERTS    MASTERSWEEP       ".
           05 filler pic x(36) value
               "INTEGRITYAUDIT    MASTERSWEEP       ".
           05 filler pic x(36) value
               "ONLINEBANKEXTRACT MASTERSWEEP       ".
           05 filler pic x(36) value
               "OFFICIALCHECKRECONMASTERSWEEP       ".
           05 filler pic x(36) value
               "DAILYRECON        BALANCESNAPSHOT   ".
           05 filler pic x(36) value
               "MASTERBACKUP      DAILYRECON        ".
       01 step-order-entries redefines step-order-table.
           05 step-order-entry occurs 27 times.
               10 sot-step-id        pic x(18).
               10 sot-predecessor-id pic x(18).
       01 sot-sub                    pic 9(2).
           move spaces to ws-predecessor-id
           perform match-step-entry
               varying sot-sub from 1 by 1
               until sot-sub > 27
           .

       match-step-entry.
