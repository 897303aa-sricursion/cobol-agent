           05 CHG-TIME            PIC 9(8).
           05 CHG-TRANS-CODE      PIC X.
           05 CHG-EMP-ID          PIC X(5).
           05 CHG-BEFORE-IMAGE    PIC X(55).
           05 CHG-AFTER-IMAGE     PIC X(55).
