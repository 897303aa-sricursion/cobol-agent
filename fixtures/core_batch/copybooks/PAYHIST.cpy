      *  Pay history record - indexed PAY-HISTORY-FILE keyed by
      *  employee plus pay date, one row per employee per business
      *  date holding everything paid that date: PAYROLL-REPORT adds
      *  the cycle's pay and OFFCYCLE-PAY adds any off-cycle
      *  earnings keyed the same day. OFFCYCLE-PAY reverses against
      *  it - a reversal names the original pay date and can never
      *  take back more gross than that date paid less what earlier
      *  reversals already took; the REV- amounts are what has been
      *  reversed so far.
       01  PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-EMP-ID       PIC X(5).
               10 PH-PAY-DATE     PIC 9(8).
           05 PH-GROSS            PIC 9(7).
           05 PH-FED              PIC 9(7).
           05 PH-STATE            PIC 9(7).
           05 PH-DEDUCT           PIC 9(7).
           05 PH-NET              PIC 9(7).
           05 PH-REV-GROSS        PIC 9(7).
           05 PH-REV-FED          PIC 9(7).
           05 PH-REV-STATE        PIC 9(7).
           05 PH-REV-DEDUCT       PIC 9(7).
           05 PH-REV-NET          PIC 9(7).
