      *  Control-totals record - one per program run, appended to the
      *  nightly control file by PAYROLL-REPORT and EMPLOYEE-MAINT
      *  and reconciled by PAYROLL-BALANCE at end of cycle.
      *  OFFCYCLE-PAY appends two per run - OFFCYCLE for earnings
      *  paid and OFFCYREV for pay reversed - because the amounts
      *  here are unsigned.
       01  CONTROL-RECORD.
           05 CTL-PROGRAM         PIC X(8).
           05 CTL-RUN-DATE        PIC 9(8).
