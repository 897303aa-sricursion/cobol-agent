      *  Check-number control record - indexed CHECK-CONTROL file,
      *  one row per check stock (PAYROLL for the payroll account).
      *  CHECK-WRITER takes the next number from here and rewrites
      *  the row after every check, with the employee it went to,
      *  so numbers are never reused: a restart resumes after the
      *  last employee recorded, and a check already on the
      *  outstanding register but not yet recorded here is picked
      *  up before any new number is issued. STATUS R with today's
      *  date means a run is mid-flight or abended. The nightly run
      *  and the daytime off-cycle runs share the stock and its
      *  numbers; the run type says which one the row describes,
      *  and the nightly date is the last business date a nightly
      *  check run completed, which no second nightly may repeat.
       01  CHECK-CONTROL-RECORD.
           05 CKC-STOCK           PIC X(8).
           05 CKC-LAST-CHECK-NO   PIC 9(8).
           05 CKC-RUN-DATE        PIC 9(8).
           05 CKC-RUN-STATUS      PIC X.
               88 CKC-IN-PROGRESS     VALUE "R".
               88 CKC-COMPLETED       VALUE "C".
           05 CKC-LAST-EMP-ID     PIC X(5).
           05 CKC-FIRST-CHECK-NO  PIC 9(8).
           05 CKC-CHECK-COUNT     PIC 9(5).
           05 CKC-CHECK-AMOUNT    PIC 9(9).
           05 CKC-RUN-TYPE        PIC X.
               88 CKC-NIGHTLY-RUN     VALUE "N".
               88 CKC-OFFCYCLE-RUN    VALUE "O".
           05 CKC-NIGHTLY-DATE    PIC 9(8).
