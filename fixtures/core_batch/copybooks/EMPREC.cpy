      *  Employee master record layout - shared by PAYROLL-REPORT
      *  and EMPLOYEE-MAINT so both programs stay in sync on the
      *  EMPLOYEE-FILE record shape.
      *  Pay type H marks an hourly employee: PAYROLL-REPORT pays
      *  them from approved timecard hours at the hourly rate and
      *  ignores EMP-PAY. S, or a blank carried on a record keyed
      *  before the hourly fields existed, is salaried - paid the
      *  flat EMP-PAY every cycle with the rate left at zero.
       01  EMPLOYEE-RECORD.
           05 EMP-ID              PIC X(5).
           05 EMP-NAME            PIC X(20).
           05 EMP-STATE-TAX       PIC 9(5).
           05 EMP-BENEFITS        PIC 9(5).
           05 EMP-DEPT            PIC X(4).
           05 EMP-PAY-TYPE        PIC X.
               88 EMP-HOURLY          VALUE "H".
               88 EMP-SALARIED        VALUE "S" " ".
           05 EMP-HOURLY-RATE     PIC 9(3)V99.
