      *  account; zero means everything goes to the first. An
      *  employee with no record here, or an inactive one, falls
      *  out on the deposit exception listing for a manual check.
      *  Every new or changed account goes through a zero-dollar
      *  prenote before it carries live money: BANK-MAINT marks it
      *  due, BANK-PRENOTE sends it to the bank and stamps the date
      *  sent, then clears it to verified once the return window
      *  has passed, or fails it when the bank rejects it. Until it
      *  is verified the employee is paid by manual check.
       01  BANK-RECORD.
           05 BANK-EMP-ID         PIC X(5).
           05 BANK-ROUTING        PIC 9(9).
           05 BANK-ACTIVE-FLAG    PIC X.
               88 BANK-ACTIVE         VALUE "A".
               88 BANK-INACTIVE       VALUE "I".
           05 BANK-PRENOTE-STATUS PIC X.
               88 BANK-PRENOTE-DUE      VALUE "N".
               88 BANK-PRENOTE-SENT     VALUE "P".
               88 BANK-PRENOTE-PENDING  VALUE "N" "P".
               88 BANK-PRENOTE-FAILED   VALUE "F".
               88 BANK-PRENOTE-VERIFIED VALUE "V".
           05 BANK-PRENOTE-DATE   PIC 9(8).
