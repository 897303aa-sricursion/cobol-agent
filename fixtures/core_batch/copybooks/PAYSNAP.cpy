      *  Pay snapshot record - written by every posting run of
      *  PAYROLL-REPORT to a new PAYROLL.PAYSNAP generation: one
      *  header, one E record per employee paid in EMP-ID order,
      *  then one D record per department subtotal. A TRIAL run of
      *  PAYROLL-REPORT reads the latest generation back as the
      *  last real run and prints what tonight's figures change.
      *  A header marked restarted covers only the employees the
      *  restart submission resumed with.
       01  PAY-SNAP-RECORD.
           05 PS-REC-TYPE         PIC X.
               88 PS-IS-HEADER        VALUE "H".
               88 PS-IS-EMPLOYEE      VALUE "E".
               88 PS-IS-DEPT          VALUE "D".
           05 PS-BODY             PIC X(49).
           05 PS-HEADER REDEFINES PS-BODY.
               10 PS-RUN-DATE     PIC 9(8).
               10 PS-RESTARTED    PIC X.
               10 FILLER          PIC X(40).
           05 PS-EMPLOYEE REDEFINES PS-BODY.
               10 PS-EMP-ID       PIC X(5).
               10 PS-EMP-NAME     PIC X(20).
               10 PS-EMP-DEPT     PIC X(4).
               10 PS-EMP-GROSS    PIC 9(7).
               10 PS-EMP-NET      PIC 9(7).
               10 FILLER          PIC X(6).
           05 PS-DEPT-TOTAL REDEFINES PS-BODY.
               10 PS-DEPT-CODE    PIC X(4).
               10 PS-DEPT-GROSS   PIC 9(7).
               10 PS-DEPT-NET     PIC 9(7).
               10 FILLER          PIC X(31).
