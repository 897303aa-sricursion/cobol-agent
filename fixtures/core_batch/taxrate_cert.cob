               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO TIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TIME-STATUS.
           SELECT CERT-REPORT ASSIGN TO CERTRPT
               FILE STATUS IS WS-CERTRPT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIMECARD-FILE.
           COPY TIMEREC.

       FD  CERT-REPORT.
       01  CERT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TAX-STATUS          PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-TIME-STATUS         PIC XX VALUE "00".
       01  WS-CERTRPT-STATUS      PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-TAX-EOF             PIC X VALUE "N".
       01  WS-EMP-EOF             PIC X VALUE "N".
       01  WS-TIME-EOF            PIC X VALUE "N".
      *  SAME EFFECTIVE-RATE SELECTION AS PAYROLL-REPORT'S
      *  LOAD-TAX-RATES: ONLY RATES ALREADY IN EFFECT LOAD, AND A
      *  LATER EFFECTIVE DATE FOR THE SAME JURISDICTION AND FLOOR
       01  WS-SRT-HOLD-FLOOR     PIC 9(5) VALUE 0.
       01  WS-SRT-HOLD-CEIL      PIC 9(5) VALUE 0.
       01  WS-CERT-JURIS         PIC X.
      *  THE CEILING THE WALK MUST CLEAR - THE LARGER OF THE
      *  HIGHEST SALARIED EMP-PAY AND THE HIGHEST GROSS TONIGHT'S
      *  TIMECARDS WILL PAY AN HOURLY EMPLOYEE.
       01  WS-MAX-PAY            PIC 9(7) VALUE 0.
       01  WS-MAX-SALARY         PIC 9(5) VALUE 0.
       01  WS-MAX-HOURLY         PIC 9(7) VALUE 0.
       01  WS-MAX-HOURLY-EMP     PIC X(5) VALUE SPACES.
       01  WS-HOURLY-GROSS       PIC 9(7) VALUE 0.
       01  WS-GROSS-OVERFLOW     PIC X VALUE "N".
       01  WS-REG-HOURS          PIC 9(3)V99 VALUE 0.
       01  WS-OT-HOURS           PIC 9(3)V99 VALUE 0.
       01  WS-SHIFT-PREMIUM      PIC 9(5)V99 VALUE 0.
       01  WS-CARD-DIFF          PIC 9V99 VALUE 0.
       01  WS-OT-FACTOR          PIC 9V9 VALUE 1.5.
           COPY SHIFTTAB.
       01  WS-EXPECTED-FLOOR     PIC 9(7) VALUE 0.
       01  WS-FAULT-COUNT        PIC 9(5) VALUE 0.
       01  WS-FAULT-LINE.
           MOVE TAX-BRACKET-CEIL TO WS-TAX-CEIL(WS-TAX-IDX)
           MOVE TAX-RATE-PCT TO WS-TAX-RATE(WS-TAX-IDX).

      *  AN HOURLY EMPLOYEE'S GROSS IS NOT ON THE MASTER - IT IS
      *  WHATEVER TIMECARDS PAYRRPT TAKES TONIGHT, AND PAYRRPT
      *  TAKES EVERY APPROVED CARD ON FILE, HOWEVER MANY DAYS THEY
      *  SPAN. SO EACH HOURLY EMPLOYEE'S GROSS IS FIGURED HERE THE
      *  WAY CALC-GROSS-PAY WILL FIGURE IT - APPROVED CARDS, PLUS
      *  CARDS ALREADY PAID TODAY SO A RESTART IS COVERED TOO -
      *  AND THE CEILING IS THE LARGER OF THAT AND THE HIGHEST
      *  SALARIED EMP-PAY. A GROSS TOO BIG TO FIGURE IS TAKEN AS
      *  THE TOP OF THE FIELD, SO IT CAN ONLY FAIL CERTIFICATION.
       FIND-MAX-PAY.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TIMECARD-FILE
           IF WS-TIME-STATUS NOT = "00"
               DISPLAY "TIMECARD-FILE OPEN FAILED, STATUS "
                       WS-TIME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       IF EMP-HOURLY
                           PERFORM FIGURE-HOURLY-GROSS
                       ELSE
                           IF EMP-PAY > WS-MAX-SALARY
                               MOVE EMP-PAY TO WS-MAX-SALARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-FILE
           MOVE WS-MAX-SALARY TO WS-MAX-PAY
           IF WS-MAX-HOURLY > WS-MAX-PAY
               MOVE WS-MAX-HOURLY TO WS-MAX-PAY
           END-IF
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "HIGHEST SALARIED EMP-PAY ON MASTER " WS-MAX-SALARY
                   DELIMITED BY SIZE INTO CERT-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "HIGHEST HOURLY GROSS FROM TIMECARDS "
                   WS-MAX-HOURLY " EMP " WS-MAX-HOURLY-EMP
                   DELIMITED BY SIZE INTO CERT-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "BRACKETS MUST COVER PAY UP TO " WS-MAX-PAY
                   DELIMITED BY SIZE INTO CERT-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-LINE.

       FIGURE-HOURLY-GROSS.
           MOVE 0 TO WS-REG-HOURS
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-SHIFT-PREMIUM
           MOVE "N" TO WS-GROSS-OVERFLOW
           MOVE "N" TO WS-TIME-EOF
           MOVE EMP-ID TO TC-EMP-ID
           MOVE 0 TO TC-WORK-DATE
           START TIMECARD-FILE KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TIME-EOF
           END-START
           PERFORM UNTIL WS-TIME-EOF = "Y"
               READ TIMECARD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TIME-EOF
                   NOT AT END
                       IF TC-EMP-ID NOT = EMP-ID
                           MOVE "Y" TO WS-TIME-EOF
                       ELSE
                           PERFORM ADD-ONE-TIMECARD
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-HOURLY-GROSS ROUNDED =
                   WS-REG-HOURS * EMP-HOURLY-RATE
                   + WS-OT-HOURS * EMP-HOURLY-RATE * WS-OT-FACTOR
                   + WS-SHIFT-PREMIUM
               ON SIZE ERROR
                   MOVE "Y" TO WS-GROSS-OVERFLOW
           END-COMPUTE
           IF WS-GROSS-OVERFLOW = "Y"
               MOVE 9999999 TO WS-HOURLY-GROSS
           END-IF
           IF WS-HOURLY-GROSS > WS-MAX-HOURLY
               MOVE WS-HOURLY-GROSS TO WS-MAX-HOURLY
               MOVE EMP-ID TO WS-MAX-HOURLY-EMP
           END-IF.

       ADD-ONE-TIMECARD.
           IF TC-APPROVED
               OR (TC-PAID AND TC-PAID-DATE = WS-CURRENT-DATE)
               ADD TC-REG-HOURS TO WS-REG-HOURS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-GROSS-OVERFLOW
               END-ADD
               ADD TC-OT-HOURS TO WS-OT-HOURS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-GROSS-OVERFLOW
               END-ADD
               MOVE 0 TO WS-CARD-DIFF
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX > WS-SHIFT-USED
                   IF WS-SHIFT-CODE(WS-SHIFT-IDX) = TC-SHIFT-CODE
                       MOVE WS-SHIFT-DIFF(WS-SHIFT-IDX) TO WS-CARD-DIFF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               COMPUTE WS-SHIFT-PREMIUM = WS-SHIFT-PREMIUM
                       + (TC-REG-HOURS + TC-OT-HOURS) * WS-CARD-DIFF
                   ON SIZE ERROR
                       MOVE "Y" TO WS-GROSS-OVERFLOW
               END-COMPUTE
           END-IF.

      *  WALKS THE SORTED BRACKETS FROM ZERO: EACH FLOOR MUST PICK
      *  UP EXACTLY WHERE THE PRIOR CEILING LEFT OFF, AND THE LAST
      *  CEILING MUST CLEAR THE HIGHEST GROSS TONIGHT WILL PAY - A
      *  FLOOR THAT JUMPS AHEAD IS A GAP (WITHHOLDING FORCED TO
      *  ZERO IN THAT RANGE), ONE THAT FALLS BEHIND IS AN OVERLAP
      *  (FIRST BRACKET FOUND WINS, SILENTLY).
               MOVE "GAP     " TO WS-FLT-TAG
               MOVE WS-CERT-JURIS TO WS-FLT-JURIS
               MOVE WS-EXPECTED-FLOOR TO WS-FLT-FLOOR
               MOVE "NO BRACKET UP TO HIGHEST GROSS"
                   TO WS-FLT-TEXT
               WRITE CERT-REPORT-LINE FROM WS-FAULT-LINE
           END-IF.
