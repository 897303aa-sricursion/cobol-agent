      *  Claim approver authority record - the sequential APPRDAT
      *  file CLAIM-MAINT loads at startup. One row per approver:
      *  the ID keyed on the A, P and J transactions and the most
      *  that approver may make payable on a single claim on their
      *  own authority. Anything larger goes to a second approver.
       01  APPROVER-RECORD.
           05 APR-APPROVER-ID     PIC X(6).
           05 APR-NAME            PIC X(20).
           05 APR-MAX-AMOUNT      PIC 9(7).
