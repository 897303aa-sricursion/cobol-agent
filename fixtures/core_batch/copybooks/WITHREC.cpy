      *  Withholding history record - indexed WITHHOLD-FILE keyed by
      *  employee, tax year and jurisdiction (F federal, S state).
      *  PAYROLL-REPORT and OFFCYCLE-PAY post the wages and the tax
      *  withheld on them to the quarter the money is posted in -
      *  the same quarter the GL journal carries the 2100/2110
      *  credit - so TAX-LIABILITY ties each quarter to the journal.
      *  A reversal posts negative in the quarter it is keyed, so
      *  the quarter amounts are signed. The annual amounts are
      *  accumulated alongside the quarters, not derived from them,
      *  so TAX-LIABILITY and W2-EXTRACT can prove one against the
      *  other. Rows carry their year and are never reset.
       01  WITHHOLD-RECORD.
           05 WH-KEY.
               10 WH-EMP-ID       PIC X(5).
               10 WH-TAX-YEAR     PIC 9(4).
               10 WH-JURIS        PIC X.
                   88 WH-FEDERAL      VALUE "F".
                   88 WH-STATE        VALUE "S".
           05 WH-EMP-NAME         PIC X(20).
           05 WH-Q1-WAGES         PIC S9(9).
           05 WH-Q2-WAGES         PIC S9(9).
           05 WH-Q3-WAGES         PIC S9(9).
           05 WH-Q4-WAGES         PIC S9(9).
           05 WH-Q1-WITHHELD      PIC S9(9).
           05 WH-Q2-WITHHELD      PIC S9(9).
           05 WH-Q3-WITHHELD      PIC S9(9).
           05 WH-Q4-WITHHELD      PIC S9(9).
           05 WH-ANNUAL-WAGES     PIC S9(9).
           05 WH-ANNUAL-WITHHELD  PIC S9(9).
