      *  Leave balance master record - indexed LEAVE-FILE keyed by
      *  employee plus leave type (V vacation, S sick). A row is
      *  opened by LEAVE-TAKEN with the employee's service date and
      *  any opening balance; PAYROLL-REPORT accrues to it every
      *  cycle from the service-based tiers in ACCRTAB and stamps
      *  the accrual date so a restarted cycle never accrues twice;
      *  LEAVE-TAKEN posts hours taken against it; YTD-REPORT's
      *  YEAREND run caps the balance at the tier's carryover limit,
      *  records what it forfeited, and zeroes the year's counters.
      *  The balance is signed - an override on LEAVE-TAKEN may
      *  take an employee into advance leave.
       01  LEAVE-RECORD.
           05 LV-KEY.
               10 LV-EMP-ID       PIC X(5).
               10 LV-TYPE         PIC X.
                   88 LV-VACATION     VALUE "V".
                   88 LV-SICK         VALUE "S".
           05 LV-SERVICE-DATE     PIC 9(8).
           05 LV-BALANCE-HOURS    PIC S9(4)V99.
           05 LV-ACCRUED-YTD      PIC 9(4)V99.
           05 LV-TAKEN-YTD        PIC 9(4)V99.
           05 LV-LAST-ACCRUAL     PIC 9(8).
           05 LV-FORFEIT-HOURS    PIC 9(4)V99.
           05 LV-LAST-YEAREND     PIC 9(4).
