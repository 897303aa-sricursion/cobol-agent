           05 IMG-EMP-STATE-TAX   PIC 9(5).
           05 IMG-EMP-BENEFITS    PIC 9(5).
           05 IMG-EMP-DEPT        PIC X(4).
           05 IMG-EMP-PAY-TYPE    PIC X.
           05 IMG-EMP-HOURLY-RATE PIC 9(3)V99.
       01  WS-HDR-LINE.
           05 FILLER              PIC X(25) VALUE
                   "EMPLOYEE CHANGE HISTORY".
           05 WS-IML-BENEFITS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(6) VALUE " DEPT ".
           05 WS-IML-DEPT         PIC X(4).
           05 FILLER              PIC X(6) VALUE " TYPE ".
           05 WS-IML-PAY-TYPE     PIC X.
           05 FILLER              PIC X(6) VALUE " RATE ".
           05 WS-IML-RATE         PIC ZZ9.99 BLANK WHEN ZERO.
       01  WS-NONE-LINE.
           05 WS-NOL-TAG          PIC X(9).
           05 FILLER              PIC X(6) VALUE "(NONE)".
               MOVE IMG-EMP-STATE-TAX TO WS-IML-STATE
               MOVE IMG-EMP-BENEFITS TO WS-IML-BENEFITS
               MOVE IMG-EMP-DEPT TO WS-IML-DEPT
               MOVE IMG-EMP-PAY-TYPE TO WS-IML-PAY-TYPE
      *  IMAGES LOGGED BEFORE THE HOURLY FIELDS EXISTED CARRY
      *  SPACES THERE - ONLY AN HOURLY IMAGE HAS A RATE TO PRINT.
               IF IMG-EMP-PAY-TYPE = "H"
                   MOVE IMG-EMP-HOURLY-RATE TO WS-IML-RATE
               ELSE
                   MOVE 0 TO WS-IML-RATE
               END-IF
               WRITE HISTORY-REPORT-LINE FROM WS-IMG-LINE
           END-IF.
