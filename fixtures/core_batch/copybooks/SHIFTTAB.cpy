      *  Shift differential table - shared by TIMECARD-EDIT, which
      *  rejects a card whose shift code is not listed here, and
      *  PAYROLL-REPORT, which adds the per-hour differential for
      *  the card's shift to every hour worked, regular and
      *  overtime alike (the overtime premium is figured on the
      *  base rate only). D day, E evening, N night.
       01  WS-SHIFT-VALUES.
           05 FILLER              PIC X(4) VALUE "D000".
           05 FILLER              PIC X(4) VALUE "E075".
           05 FILLER              PIC X(4) VALUE "N125".
       01  WS-SHIFT-TABLE REDEFINES WS-SHIFT-VALUES.
           05 WS-SHIFT-ENTRY OCCURS 3 TIMES.
               10 WS-SHIFT-CODE   PIC X.
               10 WS-SHIFT-DIFF   PIC 9V99.
       01  WS-SHIFT-USED          PIC 9(2) VALUE 3.
       01  WS-SHIFT-IDX           PIC 9(2) VALUE 0.
       01  WS-SHIFT-FOUND         PIC X VALUE "N".
