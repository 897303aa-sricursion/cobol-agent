      *  Timecard master record - indexed TIMECARD-FILE keyed by
      *  employee plus work date, one card per employee per day.
      *  Loaded by TIMECARD-EDIT in the daytime job once a card
      *  passes its edits (status A, approved and unpaid), and read
      *  by PAYROLL-REPORT, which pays every approved card for an
      *  hourly employee and marks it P with the business date it
      *  was paid, so the same hours are never paid twice. A paid
      *  card can no longer be changed or deleted.
       01  TIMECARD-RECORD.
           05 TC-KEY.
               10 TC-EMP-ID       PIC X(5).
               10 TC-WORK-DATE    PIC 9(8).
           05 TC-REG-HOURS        PIC 9(2)V99.
           05 TC-OT-HOURS         PIC 9(2)V99.
           05 TC-SHIFT-CODE       PIC X.
           05 TC-STATUS           PIC X.
               88 TC-APPROVED         VALUE "A".
               88 TC-PAID             VALUE "P".
           05 TC-PAID-DATE        PIC 9(8).
