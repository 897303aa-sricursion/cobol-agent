      *  Check request record - one per manual-pay employee, written
      *  by PAYROLL-REPORT to the CHKEXT extract whenever it puts an
      *  employee with gross pay on the deposit exception listing
      *  (no usable bank details, or net forced to zero) and read
      *  by CHECK-WRITER to print the check and its stub. Records
      *  arrive in employee order, the order PAYROLL-REPORT walks
      *  the master. The deductions are the DEDREC rows taken this
      *  cycle, itemized; an employee still on the EMP-BENEFITS
      *  lump carries it as a single BENE entry. OFFCYCLE-PAY
      *  writes the same record for its manual-pay earnings (no
      *  deductions), sorted into employee order by its job.
      *  The distribution is the net pay as it was credited to
      *  2200 by department - the labor distribution split on the
      *  nightly, EMP-DEPT alone off-cycle - carried through to
      *  the check register so a void reverses it exactly.
       01  CHECK-REQUEST-RECORD.
           05 CRQ-EMP-ID          PIC X(5).
           05 CRQ-EMP-NAME        PIC X(20).
           05 CRQ-DEPT            PIC X(4).
           05 CRQ-PAY-DATE        PIC 9(8).
           05 CRQ-GROSS           PIC 9(7).
           05 CRQ-FED             PIC 9(5).
           05 CRQ-STATE           PIC 9(5).
           05 CRQ-DEDUCT-TOTAL    PIC 9(7).
           05 CRQ-NET             PIC 9(7).
           05 CRQ-DED-COUNT       PIC 9(2).
           05 CRQ-DED-ENTRY OCCURS 20 TIMES.
               10 CRQ-DED-CODE    PIC X(4).
               10 CRQ-DED-AMOUNT  PIC 9(7).
           05 CRQ-DIST-COUNT      PIC 9.
           05 CRQ-DIST-ENTRY OCCURS 5 TIMES.
               10 CRQ-DIST-DEPT   PIC X(4).
               10 CRQ-DIST-NET    PIC 9(7).
