      *  Leave accrual table - shared by PAYROLL-REPORT, which
      *  accrues the per-cycle hours for the employee's tier,
      *  YTD-REPORT, which caps the balance at the tier's carryover
      *  limit at year end, and LEAVE-TAKEN, which accepts only the
      *  leave types listed here. Each leave type's tiers run in
      *  ascending order of completed service years; the last tier
      *  the employee has reached applies.
      *  Entry: type, service years from, hours per cycle, carryover
      *  cap in hours.
       01  WS-ACCR-VALUES.
           05 FILLER              PIC X(9) VALUE "V00154080".
           05 FILLER              PIC X(9) VALUE "V02231120".
           05 FILLER              PIC X(9) VALUE "V05308160".
           05 FILLER              PIC X(9) VALUE "S00092240".
       01  WS-ACCR-TABLE REDEFINES WS-ACCR-VALUES.
           05 WS-ACCR-ENTRY OCCURS 4 TIMES.
               10 WS-ACCR-TYPE    PIC X.
               10 WS-ACCR-YEARS   PIC 9(2).
               10 WS-ACCR-HOURS   PIC 9V99.
               10 WS-ACCR-CAP     PIC 9(3).
       01  WS-ACCR-USED           PIC 9(2) VALUE 4.
       01  WS-ACCR-IDX            PIC 9(2) VALUE 0.
       01  WS-ACCR-TIER           PIC 9(2) VALUE 0.
       01  WS-SERVICE-YEARS       PIC S9(3) VALUE 0.
