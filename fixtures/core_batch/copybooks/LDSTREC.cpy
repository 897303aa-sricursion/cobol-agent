      *  Labor distribution record - indexed LABOR-DIST-FILE keyed
      *  by employee plus effective date. Each row is a complete
      *  set of up to five department allocations that total 100%;
      *  the first allocation is the employee's primary department
      *  and takes the rounding remainder. Maintained by
      *  LABOR-DIST-MAINT. PAYROLL-REPORT uses the latest row in
      *  effect on the business date to spread each employee's pay
      *  across departments; an employee with no row in effect is
      *  100% to EMP-DEPT.
       01  LABOR-DIST-RECORD.
           05 LD-KEY.
               10 LD-EMP-ID       PIC X(5).
               10 LD-EFF-DATE     PIC 9(8).
           05 LD-ALLOC-COUNT      PIC 9.
           05 LD-ALLOC OCCURS 5 TIMES.
               10 LD-DEPT         PIC X(4).
               10 LD-PCT          PIC 9(3)V99.
           05 LD-MAINT-DATE       PIC 9(8).
