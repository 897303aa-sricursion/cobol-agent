               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT DEPOSIT-EXCP ASSIGN TO DDEXCP
               FILE STATUS IS WS-DDEXCP-STATUS.
           SELECT CHECK-REQUEST-FILE ASSIGN TO CHKEXT
               FILE STATUS IS WS-CHKEXT-STATUS.
           SELECT GL-JOURNAL ASSIGN TO GLJRNL
               FILE STATUS IS WS-GL-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO DEDDAT
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO TIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TIME-STATUS.
           SELECT LEAVE-FILE ASSIGN TO LEAVDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WITHHOLD-FILE ASSIGN TO WITHDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WITH-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO LDSTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LDST-STATUS.
           SELECT PAY-SNAPSHOT ASSIGN TO PAYSNAP
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT PRIOR-SNAPSHOT ASSIGN TO PRIORSNP
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO TRIALRPT
               FILE STATUS IS WS-CMPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-EXCP.
       01  DEPOSIT-EXCP-LINE      PIC X(80).

       FD  CHECK-REQUEST-FILE.
           COPY CHKREQ.

       FD  DEDUCT-FILE.
           COPY DEDREC.

       FD  TIMECARD-FILE.
           COPY TIMEREC.

       FD  LEAVE-FILE.
           COPY LEAVEREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  WITHHOLD-FILE.
           COPY WITHREC.

      *  DEPARTMENT SPLITS FOR EMPLOYEES WHOSE PAY IS SHARED.
       FD  LABOR-DIST-FILE.
           COPY LDSTREC.

      *  THIS RUN'S PER-EMPLOYEE PAY SNAPSHOT FOR TRIAL COMPARISON.
       FD  PAY-SNAPSHOT.
       01  PAY-SNAP-OUT-RECORD   PIC X(50).

      *  THE LAST POSTED RUN'S SNAPSHOT A TRIAL RUN COMPARES TO.
       FD  PRIOR-SNAPSHOT.
       01  PRIOR-SNAP-RECORD     PIC X(50).

      *  TRIAL-VERSUS-POSTED DIFFERENCES, ONE LINE PER EMPLOYEE.
       FD  COMPARE-REPORT.
       01  COMPARE-REPORT-LINE   PIC X(132).

      *  GL JOURNAL EXTRACT BY COST CENTER - ONE DEBIT (SALARY
      *  EXPENSE) AND FOUR CREDITS (FED, STATE, BENEFITS, NET PAY
      *  PAYABLE) PER DEPARTMENT, ROLLED UP TO THE COST CENTER ON
       01  WS-REST-STATUS        PIC XX VALUE "00".
       01  WS-CURRENT-DATE       PIC 9(8) VALUE 0.
       01  WS-CURRENT-MONTH      REDEFINES WS-CURRENT-DATE.
           05 WS-CD-YEAR         PIC 9(4).
           05 WS-CD-MONTH        PIC 9(2).
           05 FILLER             PIC 9(2).
       01  WS-CURRENT-QUARTER    PIC 9 VALUE 1.
       01  WS-TOTAL-PAY          PIC 9(7) VALUE 0.
       01  WS-TOTAL-NET-PAY      PIC 9(7) VALUE 0.
       01  WS-NET-PAY            PIC S9(7) VALUE 0.
      *  THE CYCLE'S GROSS - EMP-PAY FOR SALARIED STAFF, THE PAID
      *  TIMECARDS FOR HOURLY STAFF. EVERYTHING DOWNSTREAM OF THE
      *  GROSS (TAX BRACKETS, NET, TOTALS, GL, YTD) WORKS FROM IT.
       01  WS-GROSS-PAY          PIC 9(5) VALUE 0.
       01  WS-TIME-STATUS        PIC XX VALUE "00".
       01  WS-TIME-EOF           PIC X VALUE "N".
       01  WS-REG-HOURS          PIC 9(3)V99 VALUE 0.
       01  WS-OT-HOURS           PIC 9(3)V99 VALUE 0.
       01  WS-SHIFT-PREMIUM      PIC 9(5)V99 VALUE 0.
       01  WS-CARD-DIFF          PIC 9V99 VALUE 0.
      *  OVERTIME HOURS PAY AT TIME AND A HALF OF THE BASE RATE.
       01  WS-OT-FACTOR          PIC 9V9 VALUE 1.5.
       01  WS-LEAVE-STATUS       PIC XX VALUE "00".
       01  WS-HIST-STATUS        PIC XX VALUE "00".
       01  WS-WITH-STATUS        PIC XX VALUE "00".
       01  WS-WH-JURIS           PIC X.
       01  WS-WH-WAGES           PIC S9(7) VALUE 0.
       01  WS-WH-WITHHELD        PIC S9(7) VALUE 0.
       01  WS-LEAVE-EOF          PIC X VALUE "N".
       01  WS-LV-ACCRUED         PIC 9V99 VALUE 0.
      *  LEAVE ROWS FOR ONE EMPLOYEE, GATHERED AS THEY ACCRUE AND
      *  PRINTED UNDER THE DETAIL LINE AFTER THE DEDUCTIONS.
       01  WS-EMPLV-TABLE.
           05 WS-EMPLV-ENTRY OCCURS 5 TIMES.
               10 WS-ELV-TYPE    PIC X.
               10 WS-ELV-ACCRUED PIC 9V99.
               10 WS-ELV-TAKEN   PIC 9(4)V99.
               10 WS-ELV-BALANCE PIC S9(4)V99.
       01  WS-EMPLV-USED         PIC 9(2) VALUE 0.
       01  WS-ELV-IDX            PIC 9(2) VALUE 0.
       01  WS-EOF                PIC X VALUE "N".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
       01  WS-DEPT-USED          PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX           PIC 9(2) VALUE 0.
       01  WS-DEPT-FOUND         PIC X VALUE "N".
       01  WS-LDST-STATUS        PIC XX VALUE "00".
       01  WS-LDST-EOF           PIC X VALUE "N".
      *  THE DEPARTMENTS ONE EMPLOYEE'S PAY IS SPREAD ACROSS THIS
      *  CYCLE - THE LABOR DISTRIBUTION SET IN EFFECT, OR A SINGLE
      *  100% ENTRY FOR EMP-DEPT. ENTRY 1 IS THE PRIMARY AND TAKES
      *  WHAT THE TRUNCATED SHARES OF THE OTHERS LEAVE, SO THE
      *  DEPARTMENT AMOUNTS ALWAYS ADD BACK TO THE EMPLOYEE'S PAY.
       01  WS-EMPDIST-TABLE.
           05 WS-EMPDIST-ENTRY OCCURS 5 TIMES.
               10 WS-EDS-DEPT    PIC X(4).
               10 WS-EDS-PCT     PIC 9(3)V99.
               10 WS-EDS-DEPT-IDX PIC 9(2).
               10 WS-EDS-GROSS   PIC 9(7).
               10 WS-EDS-NET     PIC 9(7).
       01  WS-EMPDIST-USED       PIC 9 VALUE 0.
       01  WS-EDS-IDX            PIC 9 VALUE 0.
       01  WS-EMPDIST-SOURCE     PIC X VALUE "E".
           88 WS-DIST-FROM-MASTER    VALUE "L".
           88 WS-DIST-FROM-EMP-DEPT  VALUE "E".
       01  WS-DIST-GROSS-LEFT    PIC 9(7) VALUE 0.
       01  WS-DIST-NET-LEFT      PIC 9(7) VALUE 0.
       01  WS-DIST-FED-LEFT      PIC 9(7) VALUE 0.
       01  WS-DIST-STATE-LEFT    PIC 9(7) VALUE 0.
       01  WS-DIST-DED-LEFT      PIC 9(7) VALUE 0.
       01  WS-DIST-GROSS         PIC 9(7) VALUE 0.
       01  WS-DIST-NET           PIC S9(7) VALUE 0.
       01  WS-DIST-FED           PIC 9(7) VALUE 0.
       01  WS-DIST-STATE         PIC 9(7) VALUE 0.
       01  WS-DIST-DED           PIC 9(7) VALUE 0.
       01  WS-LOOKUP-DEPT-CODE   PIC X(4).
       01  WS-RUN-OPTION         PIC X(10) VALUE SPACES.
       01  WS-RUN-OPTION-TRIAL   REDEFINES WS-RUN-OPTION.
           05 WS-OPT-MODE        PIC X(5).
           05 WS-OPT-SEPARATOR   PIC X.
           05 WS-OPT-PCT         PIC X(2).
           05 FILLER             PIC X(2).
       01  WS-TRIAL-FLAG         PIC X VALUE "N".
           88 WS-TRIAL-RUN           VALUE "Y".
      *  A TRIAL LISTS EVERY EMPLOYEE WHOSE NET MOVED BY MORE THAN
      *  THIS PERCENT OF THE LAST REAL RUN'S NET, UNLESS THE PARM
      *  SAYS OTHERWISE.
       01  WS-TRIAL-PCT          PIC 9(2) VALUE 10.
       01  WS-SNAP-STATUS        PIC XX VALUE "00".
       01  WS-PRIOR-STATUS       PIC XX VALUE "00".
       01  WS-CMPR-STATUS        PIC XX VALUE "00".
           COPY PAYSNAP.
       01  WS-PRIOR-EMP-READ     PIC X VALUE "N".
       01  WS-PRIOR-RUN-DATE     PIC 9(8) VALUE 0.
       01  WS-PRIOR-RESTARTED    PIC X VALUE "N".
       01  WS-PRIOR-EMPLOYEE.
           05 WS-PRI-EMP-ID      PIC X(5).
           05 WS-PRI-EMP-NAME    PIC X(20).
           05 WS-PRI-EMP-DEPT    PIC X(4).
           05 WS-PRI-EMP-NET     PIC 9(7).
       01  WS-PRI-EMP-COUNT      PIC 9(7) VALUE 0.
       01  WS-PRI-NET-TOTAL      PIC 9(9) VALUE 0.
      *  DEPARTMENT SUBTOTALS FROM THE LAST REAL RUN'S SNAPSHOT.
       01  WS-PRIDEPT-TABLE.
           05 WS-PRIDEPT-ENTRY OCCURS 20 TIMES.
               10 WS-PDP-CODE    PIC X(4).
               10 WS-PDP-GROSS   PIC 9(7).
               10 WS-PDP-NET     PIC 9(7).
               10 WS-PDP-MATCHED PIC X.
       01  WS-PRIDEPT-USED       PIC 9(2) VALUE 0.
       01  WS-PDP-IDX            PIC 9(2) VALUE 0.
       01  WS-NET-CHANGE         PIC S9(7) VALUE 0.
       01  WS-NET-CHANGE-ABS     PIC 9(7) VALUE 0.
       01  WS-NET-CHANGE-PCT     PIC S9(5)V99 VALUE 0.
       01  WS-MOVED-COUNT        PIC 9(5) VALUE 0.
       01  WS-NEW-EMP-COUNT      PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT      PIC 9(5) VALUE 0.
       01  WS-CMP-LINE-COUNT     PIC 9(2) VALUE 99.
       01  WS-CMP-PAGE-COUNT     PIC 9(4) VALUE 0.
       01  WS-CMP-PRINT-LINE     PIC X(132).
       01  WS-RESUME-FLAG        PIC X VALUE "N".
           88 WS-RESUME-REQUESTED    VALUE "Y".
       01  WS-RESTART-EOF        PIC X VALUE "N".
       01  WS-DEPOSIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-DEPOSIT-TOTAL      PIC 9(9) VALUE 0.
       01  WS-MANUAL-COUNT       PIC 9(5) VALUE 0.
       01  WS-CHKEXT-STATUS      PIC XX VALUE "00".
       01  WS-CHECK-REQ-COUNT    PIC 9(5) VALUE 0.
       01  WS-SPLIT-AMOUNT       PIC 9(7) VALUE 0.
       01  WS-PRIMARY-AMOUNT     PIC 9(7) VALUE 0.
       01  WS-DED-STATUS         PIC XX VALUE "00".
       01  WS-GL-DC              PIC X.
       01  WS-GL-AMOUNT          PIC 9(9) VALUE 0.
       01  WS-GL-DIFF            PIC S9(9) VALUE 0.
      *  AN EMP-DEPT OR DISTRIBUTION DEPARTMENT THAT FAILS THE
      *  DEPARTMENT LOOKUP POSTS TO THE SUSPENSE COST CENTER INSTEAD
      *  OF DROPPING OUT OF THE JOURNAL - FINANCE CLEARS SUSPENSE BY
      *  HAND.
       01  WS-SUSPENSE-CC        PIC X(6) VALUE "999999".
       01  WS-EXCP-LINE.
           05 WS-EXL-EMP-ID      PIC X(5).
           05 WS-H1-DATE         PIC 9999/99/99.
           05 FILLER             PIC X(8) VALUE "    PAGE".
           05 WS-H1-PAGE         PIC ZZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-H1-TRIAL        PIC X(30) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(8) VALUE "EMP ID".
           05 FILLER             PIC X(22) VALUE "NAME".
           05 FILLER             PIC X(10) VALUE "     STATE".
           05 FILLER             PIC X(10) VALUE "    DEDUCT".
           05 FILLER             PIC X(10) VALUE "       NET".
           05 FILLER             PIC X(9) VALUE "  REG HRS".
           05 FILLER             PIC X(9) VALUE "   OT HRS".
       01  WS-DETAIL-LINE.
           05 WS-DTL-EMP-ID      PIC X(5).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DTL-BENEFITS    PIC ZZ,ZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-DTL-NET         PIC ZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DTL-REG-HOURS   PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DTL-OT-HOURS    PIC ZZ9.99 BLANK WHEN ZERO.
       01  WS-DED-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "DEDUCTION ".
           05 WS-DPL-GROSS       PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(5) VALUE " NET ".
           05 WS-DPL-NET         PIC Z,ZZZ,ZZ9.
       01  WS-DIST-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE "LABOR DIST ".
           05 WS-DSL-DEPT        PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DSL-PCT         PIC ZZ9.99.
           05 FILLER             PIC X(8) VALUE "% GROSS ".
           05 WS-DSL-GROSS       PIC ZZ,ZZ9.
           05 FILLER             PIC X(5) VALUE " NET ".
           05 WS-DSL-NET         PIC ZZ,ZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DSL-TEXT        PIC X(30).
       01  WS-WARN-LINE.
           05 FILLER             PIC X(8) VALUE "** DEPT ".
           05 WS-WRN-DEPT        PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-WRN-TEXT        PIC X(40).
           COPY SHIFTTAB.
           COPY ACCRTAB.
       01  WS-LEAVE-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE "LEAVE ".
           05 WS-LVL-TYPE        PIC X.
           05 FILLER             PIC X(9) VALUE " ACCRUED ".
           05 WS-LVL-ACCRUED     PIC Z9.99.
           05 FILLER             PIC X(11) VALUE " TAKEN YTD ".
           05 WS-LVL-TAKEN       PIC ZZZ9.99.
           05 FILLER             PIC X(11) VALUE " REMAINING ".
           05 WS-LVL-BALANCE     PIC -(4)9.99.
       01  WS-CMP-HEADING-1.
           05 FILLER             PIC X(30) VALUE
                   "TRIAL PAYROLL COMPARISON".
           05 FILLER             PIC X(9) VALUE "RUN DATE ".
           05 WS-CH1-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(8) VALUE "    PAGE".
           05 WS-CH1-PAGE        PIC ZZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE
                   "*** TRIAL - NOTHING POSTED ***".
       01  WS-CMP-HEADING-2.
           05 FILLER             PIC X(25) VALUE
                   "AGAINST LAST REAL RUN OF ".
           05 WS-CH2-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(21) VALUE
                   "   NET MOVEMENT OVER ".
           05 WS-CH2-PCT         PIC Z9.
           05 FILLER             PIC X VALUE "%".
       01  WS-CMP-LINE.
           05 WS-CML-TYPE        PIC X(10).
           05 WS-CML-EMP-ID      PIC X(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CML-NAME        PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CML-DEPT        PIC X(4).
           05 FILLER             PIC X(10) VALUE " LAST NET ".
           05 WS-CML-PRI-NET     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " TRIAL NET ".
           05 WS-CML-NET         PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(8) VALUE " CHANGE ".
           05 WS-CML-CHANGE      PIC -,---,--9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CML-PCT         PIC -(5)9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(2) VALUE "% ".
           05 WS-CML-TEXT        PIC X(17).
       01  WS-CMP-DEPT-LINE.
           05 FILLER             PIC X(5) VALUE "DEPT ".
           05 WS-CDL-CODE        PIC X(4).
           05 FILLER             PIC X(12) VALUE " LAST GROSS ".
           05 WS-CDL-PRI-GROSS   PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE " TRIAL GROSS ".
           05 WS-CDL-GROSS       PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(6) VALUE " DIFF ".
           05 WS-CDL-GROSS-DIFF  PIC -,---,--9.
           05 FILLER             PIC X(10) VALUE " LAST NET ".
           05 WS-CDL-PRI-NET     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " TRIAL NET ".
           05 WS-CDL-NET         PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(6) VALUE " DIFF ".
           05 WS-CDL-NET-DIFF    PIC -,---,--9.
       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(18) VALUE
                   "GRAND TOTAL GROSS ".
           IF WS-RUN-OPTION = "RESTART"
               SET WS-RESUME-REQUESTED TO TRUE
           END-IF
           IF WS-OPT-MODE = "TRIAL"
               PERFORM SET-TRIAL-OPTIONS
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           EVALUATE WS-CD-MONTH
               WHEN 01 THRU 03 MOVE 1 TO WS-CURRENT-QUARTER
               WHEN 07 THRU 09 MOVE 3 TO WS-CURRENT-QUARTER
               WHEN OTHER      MOVE 4 TO WS-CURRENT-QUARTER
           END-EVALUATE
           IF NOT WS-TRIAL-RUN
               OPEN I-O RUN-CONTROL
               IF WS-RUNCTL-STATUS NOT = "00"
                   DISPLAY "RUN-CONTROL OPEN FAILED, STATUS "
                           WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CHECK-PRIOR-RUN
               PERFORM WRITE-RUN-START
           END-IF
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-DEPT-MASTER
           OPEN INPUT EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAY-REGISTER
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "PAY-REGISTER OPEN FAILED, STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIAL-RUN
               OPEN INPUT DEDUCT-FILE
           ELSE
               OPEN I-O DEDUCT-FILE
           END-IF
           IF WS-DED-STATUS NOT = "00"
               DISPLAY "DEDUCT-FILE OPEN FAILED, STATUS "
                       WS-DED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIAL-RUN
               OPEN INPUT TIMECARD-FILE
           ELSE
               OPEN I-O TIMECARD-FILE
           END-IF
           IF WS-TIME-STATUS NOT = "00"
               DISPLAY "TIMECARD-FILE OPEN FAILED, STATUS "
                       WS-TIME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIAL-RUN
               OPEN INPUT LEAVE-FILE
           ELSE
               OPEN I-O LEAVE-FILE
           END-IF
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "LEAVE-FILE OPEN FAILED, STATUS "
                       WS-LEAVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LABOR-DIST-FILE
           IF WS-LDST-STATUS NOT = "00"
               DISPLAY "LABOR-DIST-FILE OPEN FAILED, STATUS "
                       WS-LDST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIAL-RUN
               PERFORM OPEN-TRIAL-FILES
           ELSE
               PERFORM OPEN-POSTING-FILES
               PERFORM INIT-RESTART
               PERFORM WRITE-SNAPSHOT-HEADER
           END-IF
           PERFORM READ-EMPLOYEE
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM PRINT-EMPLOYEE
               IF WS-TRIAL-RUN
                   PERFORM COMPARE-TRIAL-EMPLOYEE
               ELSE
                   PERFORM UPDATE-YTD-MASTER
                   PERFORM UPDATE-PAY-HISTORY
                   MOVE WS-GROSS-PAY TO WS-WH-WAGES
                   PERFORM UPDATE-WITHHOLDING
                   PERFORM WRITE-SNAPSHOT-EMPLOYEE
                   PERFORM CHECKPOINT-CHECK
               END-IF
               PERFORM READ-EMPLOYEE
           END-PERFORM
           PERFORM PRINT-DEPT-SUMMARY
           PERFORM PRINT-GRAND-TOTALS
           IF WS-TRIAL-RUN
               PERFORM FINISH-TRIAL-COMPARISON
               PERFORM CLOSE-TRIAL-FILES
           ELSE
               PERFORM WRITE-DEPOSIT-TRAILER
               PERFORM WRITE-GL-JOURNAL
               PERFORM WRITE-SNAPSHOT-DEPTS
               PERFORM WRITE-CHECKPOINT
               PERFORM WRITE-CONTROL-TOTALS
               PERFORM WRITE-RUN-END
               PERFORM CLOSE-POSTING-FILES
               CLOSE RUN-CONTROL
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE PAY-REGISTER
           CLOSE DEDUCT-FILE
           CLOSE TIMECARD-FILE
           CLOSE LEAVE-FILE
           CLOSE LABOR-DIST-FILE
           DISPLAY "GROSS TOTAL   " WS-TOTAL-PAY
           DISPLAY "NET TOTAL     " WS-TOTAL-NET-PAY
           STOP RUN.

      *  PARM TRIAL RUNS TONIGHT'S FULL CALCULATION AND PRINTS THE
      *  REGISTER WITHOUT POSTING ANYTHING - SO PAYROLL CAN SIGN OFF
      *  A TAX BRACKET OR RATE CHANGE BEFORE THE CYCLE PAYS IT.
      *  TRIAL,NN SETS THE NET PAY MOVEMENT, IN WHOLE PERCENT, THAT
      *  PUTS AN EMPLOYEE ON THE COMPARISON; TRIAL ALONE USES THE
      *  DEFAULT. A TRIAL IS NEVER A RESTART.
       SET-TRIAL-OPTIONS.
           SET WS-TRIAL-RUN TO TRUE
           MOVE "N" TO WS-RESUME-FLAG
           IF WS-OPT-SEPARATOR = SPACE AND WS-OPT-PCT = SPACES
               CONTINUE
           ELSE
               IF WS-OPT-SEPARATOR = "," AND WS-OPT-PCT IS NUMERIC
                   MOVE WS-OPT-PCT TO WS-TRIAL-PCT
               ELSE
                   DISPLAY "TRIAL PARM " WS-RUN-OPTION
                           " NOT TRIAL OR TRIAL,NN - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "*** TRIAL - NOTHING POSTED ***" TO WS-H1-TRIAL.

      *  EVERYTHING A POSTING RUN UPDATES OR HANDS ON - THE MASTERS
      *  IT POSTS TO, THE BANK, CHECK AND GL EXTRACTS, AND THE
      *  SNAPSHOT THE NEXT TRIAL COMPARES AGAINST. A TRIAL OPENS
      *  NONE OF THEM.
       OPEN-POSTING-FILES.
           OPEN I-O YTD-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "YTD-MASTER OPEN FAILED, STATUS "
                       WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "BANK-FILE OPEN FAILED, STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-REQUEST-FILE
           IF WS-CHKEXT-STATUS NOT = "00"
               DISPLAY "CHECK-REQUEST-FILE OPEN FAILED, STATUS "
                       WS-CHKEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-JOURNAL
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL OPEN FAILED, STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "PAY-HISTORY-FILE OPEN FAILED, STATUS "
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WITHHOLD-FILE
           IF WS-WITH-STATUS NOT = "00"
               DISPLAY "WITHHOLD-FILE OPEN FAILED, STATUS "
                       WS-WITH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAY-SNAPSHOT
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "PAY-SNAPSHOT OPEN FAILED, STATUS "
                       WS-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-POSTING-FILES.
           CLOSE RESTART-FILE
           CLOSE YTD-MASTER
           CLOSE BANK-FILE
           CLOSE DEPOSIT-FILE
           CLOSE DEPOSIT-EXCP
           CLOSE CHECK-REQUEST-FILE
           CLOSE GL-JOURNAL
           CLOSE PAY-HISTORY-FILE
           CLOSE WITHHOLD-FILE
           CLOSE PAY-SNAPSHOT.

      *  A BUSINESS DATE THAT ALREADY SHOWS A SUCCESSFUL COMPLETION
      *  MEANS YTD WAS POSTED TONIGHT - A SECOND SUBMISSION WOULD
      *  THE TABLE IS THE NORMAL WITHHOLDING PATH. A NONZERO AMOUNT
      *  STORED ON THE EMPLOYEE MASTER IS A KEYED OVERRIDE AND WINS;
      *  A ZERO STORED AMOUNT MEANS CALCULATE FROM THE BRACKET THAT
      *  COVERS THE CYCLE'S GROSS.
       CALC-ONE-JURIS.
           IF WS-CALC-STORED > 0
               MOVE WS-CALC-STORED TO WS-CALC-TAX
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-USED
                   IF WS-TAX-JURIS(WS-TAX-IDX) = WS-CALC-JURIS
                       AND WS-GROSS-PAY >= WS-TAX-FLOOR(WS-TAX-IDX)
                       AND WS-GROSS-PAY <= WS-TAX-CEIL(WS-TAX-IDX)
                       COMPUTE WS-CALC-TAX ROUNDED = WS-GROSS-PAY
                               * WS-TAX-RATE(WS-TAX-IDX) / 100
                       MOVE "Y" TO WS-TAX-FOUND
                       EXIT PERFORM
               IF WS-TAX-FOUND = "N"
                   DISPLAY "WARNING: NO TAX BRACKET COVERS " EMP-ID
                           " JURIS " WS-CALC-JURIS
                           " PAY " WS-GROSS-PAY
                           " - WITHHOLDING FORCED TO 0"
               END-IF
           END-IF.
               MOVE 0 TO WS-CHECKPOINT-COUNT
           END-IF.

      *  CHECKPOINTS ONLY THE DEPARTMENTS THE EMPLOYEE'S PAY WAS
      *  JUST SPREAD ACROSS, NOT THE WHOLE TABLE, SO A PER-RECORD
      *  CHECKPOINT STAYS O(1).
       WRITE-RECORD-CHECKPOINT.
           PERFORM WRITE-CONTROL-CHECKPOINT
           PERFORM VARYING WS-EDS-IDX FROM 1 BY 1
                   UNTIL WS-EDS-IDX > WS-EMPDIST-USED
               MOVE WS-EDS-DEPT-IDX(WS-EDS-IDX) TO WS-DEPT-IDX
               PERFORM WRITE-ONE-DEPT-CHECKPOINT
           END-PERFORM.

      *  FULL CHECKPOINT (EVERY DEPARTMENT) - RUN ONCE, AFTER THE
      *  MAIN LOOP ENDS, SO THE FINAL SNAPSHOT IS COMPLETE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-EMPLOYEE.
           PERFORM CALC-GROSS-PAY
           MOVE "F" TO WS-CALC-JURIS
           MOVE EMP-FED-TAX TO WS-CALC-STORED
           PERFORM CALC-ONE-JURIS
           PERFORM CALC-ONE-JURIS
           MOVE WS-CALC-TAX TO WS-STATE-TAX
           PERFORM CALC-DEDUCTIONS
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FED-TAX
                   - WS-STATE-TAX - WS-DEDUCT-TOTAL
           IF WS-NET-PAY < 0
               DISPLAY "WARNING: DEDUCTIONS EXCEED GROSS PAY FOR "
               MOVE 0 TO WS-NET-PAY
           END-IF
           ADD 1 TO WS-EMP-COUNT
           ADD WS-GROSS-PAY TO WS-TOTAL-PAY
           ADD WS-NET-PAY TO WS-TOTAL-NET-PAY
           PERFORM LOAD-EMP-DISTRIBUTION
           PERFORM SPREAD-TO-DEPARTMENTS
           IF NOT WS-TRIAL-RUN
               PERFORM WRITE-DIRECT-DEPOSIT
           END-IF
           PERFORM ACCRUE-LEAVE
           MOVE EMP-ID TO WS-DTL-EMP-ID
           MOVE EMP-NAME TO WS-DTL-NAME
           MOVE EMP-DEPT TO WS-DTL-DEPT
           MOVE WS-GROSS-PAY TO WS-DTL-GROSS
           MOVE WS-FED-TAX TO WS-DTL-FED
           MOVE WS-STATE-TAX TO WS-DTL-STATE
           MOVE WS-DEDUCT-TOTAL TO WS-DTL-BENEFITS
           MOVE WS-NET-PAY TO WS-DTL-NET
           MOVE WS-REG-HOURS TO WS-DTL-REG-HOURS
           MOVE WS-OT-HOURS TO WS-DTL-OT-HOURS
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REGISTER-LINE
           PERFORM ITEMIZE-DEDUCTIONS
           PERFORM ITEMIZE-LEAVE
           PERFORM ITEMIZE-DISTRIBUTION
           MOVE EMP-DEPT TO WS-LOOKUP-DEPT-CODE
           PERFORM LOOKUP-DEPT-NAME
           IF WS-DREF-FOUND = "N"
               MOVE EMP-DEPT TO WS-WRN-DEPT
               END-IF
           END-IF.

      *  THE LATEST LABOR DISTRIBUTION SET ALREADY IN EFFECT ON THE
      *  BUSINESS DATE DECIDES WHERE THE EMPLOYEE'S PAY GOES. SETS
      *  COME BACK IN EFFECTIVE-DATE ORDER, SO EACH ONE IN EFFECT
      *  REPLACES THE ONE BEFORE. NO SET IN EFFECT MEANS 100% TO
      *  EMP-DEPT, AS BEFORE THERE WAS A DISTRIBUTION MASTER.
       LOAD-EMP-DISTRIBUTION.
           MOVE 1 TO WS-EMPDIST-USED
           MOVE EMP-DEPT TO WS-EDS-DEPT(1)
           MOVE 100 TO WS-EDS-PCT(1)
           SET WS-DIST-FROM-EMP-DEPT TO TRUE
           MOVE "N" TO WS-LDST-EOF
           MOVE EMP-ID TO LD-EMP-ID
           MOVE 0 TO LD-EFF-DATE
           START LABOR-DIST-FILE KEY IS NOT LESS THAN LD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LDST-EOF
           END-START
           PERFORM UNTIL WS-LDST-EOF = "Y"
               READ LABOR-DIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LDST-EOF
                   NOT AT END
                       IF LD-EMP-ID NOT = EMP-ID
                           OR LD-EFF-DATE > WS-CURRENT-DATE
                           MOVE "Y" TO WS-LDST-EOF
                       ELSE
                           PERFORM LOAD-ONE-DIST-SET
                       END-IF
               END-READ
           END-PERFORM.

      *  A SET WITH A BAD ALLOCATION COUNT CANNOT HAVE COME THROUGH
      *  LABOR-DIST-MAINT'S EDITS - IT IS SKIPPED, LEAVING THE PAY
      *  WHERE THE PRIOR SET (OR EMP-DEPT) PUT IT.
       LOAD-ONE-DIST-SET.
           IF LD-ALLOC-COUNT < 1 OR LD-ALLOC-COUNT > 5
               DISPLAY "WARNING: LABOR DIST SET " LD-EMP-ID " "
                       LD-EFF-DATE " HAS " LD-ALLOC-COUNT
                       " ALLOCATIONS - SET IGNORED"
           ELSE
               MOVE LD-ALLOC-COUNT TO WS-EMPDIST-USED
               PERFORM VARYING WS-EDS-IDX FROM 1 BY 1
                       UNTIL WS-EDS-IDX > WS-EMPDIST-USED
                   MOVE LD-DEPT(WS-EDS-IDX) TO WS-EDS-DEPT(WS-EDS-IDX)
                   MOVE LD-PCT(WS-EDS-IDX) TO WS-EDS-PCT(WS-EDS-IDX)
               END-PERFORM
               SET WS-DIST-FROM-MASTER TO TRUE
           END-IF.

      *  EACH SECONDARY DEPARTMENT GETS ITS PERCENT OF GROSS AND OF
      *  EACH WITHHOLDING, TRUNCATED TO THE DOLLAR, AND THE NET
      *  THOSE SHARES LEAVE - SO EVERY DEPARTMENT'S JOURNAL LINES
      *  BALANCE ON THEIR OWN. THE PRIMARY (ENTRY 1) TAKES WHATEVER
      *  IS LEFT OF EACH AMOUNT, WHICH IS WHERE THE ROUNDING LANDS,
      *  SO THE DEPARTMENT TOTALS AND THE JOURNAL STILL TIE TO THE
      *  GRAND TOTALS ON THE CONTROL RECORD.
       SPREAD-TO-DEPARTMENTS.
           MOVE WS-GROSS-PAY TO WS-DIST-GROSS-LEFT
           MOVE WS-NET-PAY TO WS-DIST-NET-LEFT
           MOVE WS-FED-TAX TO WS-DIST-FED-LEFT
           MOVE WS-STATE-TAX TO WS-DIST-STATE-LEFT
           MOVE WS-DEDUCT-TOTAL TO WS-DIST-DED-LEFT
           PERFORM VARYING WS-EDS-IDX FROM 2 BY 1
                   UNTIL WS-EDS-IDX > WS-EMPDIST-USED
               COMPUTE WS-DIST-GROSS = WS-GROSS-PAY
                       * WS-EDS-PCT(WS-EDS-IDX) / 100
               COMPUTE WS-DIST-FED = WS-FED-TAX
                       * WS-EDS-PCT(WS-EDS-IDX) / 100
               COMPUTE WS-DIST-STATE = WS-STATE-TAX
                       * WS-EDS-PCT(WS-EDS-IDX) / 100
               COMPUTE WS-DIST-DED = WS-DEDUCT-TOTAL
                       * WS-EDS-PCT(WS-EDS-IDX) / 100
               COMPUTE WS-DIST-NET = WS-DIST-GROSS - WS-DIST-FED
                       - WS-DIST-STATE - WS-DIST-DED
               IF WS-DIST-NET < 0
                   MOVE 0 TO WS-DIST-NET
               END-IF
               IF WS-DIST-NET > WS-DIST-NET-LEFT
                   MOVE WS-DIST-NET-LEFT TO WS-DIST-NET
               END-IF
               SUBTRACT WS-DIST-GROSS FROM WS-DIST-GROSS-LEFT
               SUBTRACT WS-DIST-NET FROM WS-DIST-NET-LEFT
               SUBTRACT WS-DIST-FED FROM WS-DIST-FED-LEFT
               SUBTRACT WS-DIST-STATE FROM WS-DIST-STATE-LEFT
               SUBTRACT WS-DIST-DED FROM WS-DIST-DED-LEFT
               PERFORM POST-DEPT-SHARE
           END-PERFORM
           MOVE 1 TO WS-EDS-IDX
           MOVE WS-DIST-GROSS-LEFT TO WS-DIST-GROSS
           MOVE WS-DIST-NET-LEFT TO WS-DIST-NET
           MOVE WS-DIST-FED-LEFT TO WS-DIST-FED
           MOVE WS-DIST-STATE-LEFT TO WS-DIST-STATE
           MOVE WS-DIST-DED-LEFT TO WS-DIST-DED
           PERFORM POST-DEPT-SHARE.

       POST-DEPT-SHARE.
           MOVE WS-EDS-DEPT(WS-EDS-IDX) TO WS-LOOKUP-DEPT-CODE
           PERFORM FIND-OR-ADD-DEPT
           MOVE WS-DEPT-IDX TO WS-EDS-DEPT-IDX(WS-EDS-IDX)
           MOVE WS-DIST-GROSS TO WS-EDS-GROSS(WS-EDS-IDX)
           MOVE WS-DIST-NET TO WS-EDS-NET(WS-EDS-IDX)
           ADD WS-DIST-GROSS TO WS-DEPT-GROSS(WS-DEPT-IDX)
           ADD WS-DIST-NET TO WS-DEPT-NET(WS-DEPT-IDX)
           ADD WS-DIST-FED TO WS-DEPT-FED(WS-DEPT-IDX)
           ADD WS-DIST-STATE TO WS-DEPT-STATE(WS-DEPT-IDX)
           ADD WS-DIST-DED TO WS-DEPT-BENE(WS-DEPT-IDX).

      *  ONLY A SPLIT FROM THE DISTRIBUTION MASTER IS ITEMIZED - AN
      *  EMPLOYEE WHOLLY ON EMP-DEPT SHOWS THAT ON THE DETAIL LINE.
      *  A DEPARTMENT DEACTIVATED OR REMOVED SINCE THE SET WAS KEYED
      *  IS FLAGGED HERE; ITS SHARE POSTS TO SUSPENSE ON THE JOURNAL
      *  WHEN THE CODE IS GONE FROM THE MASTER.
       ITEMIZE-DISTRIBUTION.
           IF WS-DIST-FROM-MASTER
               PERFORM VARYING WS-EDS-IDX FROM 1 BY 1
                       UNTIL WS-EDS-IDX > WS-EMPDIST-USED
                   MOVE WS-EDS-DEPT(WS-EDS-IDX) TO WS-DSL-DEPT
                   MOVE WS-EDS-PCT(WS-EDS-IDX) TO WS-DSL-PCT
                   MOVE WS-EDS-GROSS(WS-EDS-IDX) TO WS-DSL-GROSS
                   MOVE WS-EDS-NET(WS-EDS-IDX) TO WS-DSL-NET
                   MOVE WS-EDS-DEPT(WS-EDS-IDX) TO WS-LOOKUP-DEPT-CODE
                   PERFORM LOOKUP-DEPT-NAME
                   IF WS-DREF-FOUND = "N"
                       MOVE "** NOT ON DEPARTMENT MASTER" TO WS-DSL-TEXT
                   ELSE
                       IF WS-DREF-ACTIVE(WS-DREF-IDX) NOT = "A"
                           MOVE "** INACTIVE ON DEPT MASTER"
                               TO WS-DSL-TEXT
                       ELSE
                           MOVE SPACES TO WS-DSL-TEXT
                       END-IF
                   END-IF
                   MOVE WS-DIST-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REGISTER-LINE
               END-PERFORM
           END-IF.

      *  AN HOURLY EMPLOYEE IS PAID FOR EVERY APPROVED TIMECARD ON
      *  FILE: REGULAR HOURS AT THE RATE, OVERTIME AT TIME AND A
      *  HALF, PLUS THE SHIFT DIFFERENTIAL PER HOUR FOR EACH CARD'S
      *  SHIFT. EACH CARD IS MARKED PAID AS IT IS TAKEN. A RESTART
      *  ALSO RETAKES CARDS ALREADY MARKED PAID TODAY - THE ABENDED
      *  RUN MAY HAVE MARKED THEM WITHOUT CHECKPOINTING THE
      *  EMPLOYEE, AND THE CHECKPOINT IS WHAT SAYS WHO WAS PAID.
      *  AN HOURLY EMPLOYEE WITH NO CARDS IS PAID NOTHING.
       CALC-GROSS-PAY.
           MOVE 0 TO WS-REG-HOURS
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-SHIFT-PREMIUM
           IF EMP-HOURLY
               PERFORM CALC-HOURLY-GROSS
               COMPUTE WS-GROSS-PAY ROUNDED =
                       WS-REG-HOURS * EMP-HOURLY-RATE
                       + WS-OT-HOURS * EMP-HOURLY-RATE * WS-OT-FACTOR
                       + WS-SHIFT-PREMIUM
                   ON SIZE ERROR
                       DISPLAY "HOURLY GROSS OVERFLOW FOR " EMP-ID
                               " - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-COMPUTE
           ELSE
               MOVE EMP-PAY TO WS-GROSS-PAY
           END-IF.

       CALC-HOURLY-GROSS.
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
                           PERFORM TAKE-ONE-TIMECARD
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-TIMECARD.
           IF TC-APPROVED
               OR (TC-PAID AND TC-PAID-DATE = WS-CURRENT-DATE
                   AND WS-RESUME-REQUESTED)
               ADD TC-REG-HOURS TO WS-REG-HOURS
               ADD TC-OT-HOURS TO WS-OT-HOURS
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
               MOVE "P" TO TC-STATUS
               MOVE WS-CURRENT-DATE TO TC-PAID-DATE
               IF NOT WS-TRIAL-RUN
                   REWRITE TIMECARD-RECORD
               END-IF
           END-IF.

      *  THE JOURNAL POSTS EACH DEPARTMENT'S GROSS AS A SALARY
      *  EXPENSE DEBIT (5000) AGAINST CREDITS FOR FED WITHHOLDING
      *  (2100), STATE WITHHOLDING (2110), BENEFITS PAYABLE (2120),
                       PERFORM WRITE-DEPOSIT-EXCEPTION
                   ELSE
                       IF WS-NET-PAY > 0
                           PERFORM CHECK-PRENOTE-DEPOSIT
                       ELSE
                           MOVE "ZERO NET PAY - NO DEPOSIT"
                               TO WS-EXL-TEXT
                   END-IF
           END-READ.

      *  AN ACCOUNT STILL IN ITS PRENOTE WINDOW, OR ONE THE BANK
      *  REJECTED, TAKES NO LIVE MONEY - THE EMPLOYEE IS PAID BY
      *  MANUAL CHECK UNTIL BANK-PRENOTE HAS VERIFIED IT.
       CHECK-PRENOTE-DEPOSIT.
           EVALUATE TRUE
               WHEN BANK-PRENOTE-VERIFIED
                   PERFORM WRITE-DEPOSIT-DETAILS
               WHEN BANK-PRENOTE-FAILED
                   MOVE "BANK PRENOTE FAILED - MANUAL CHECK"
                       TO WS-EXL-TEXT
                   PERFORM WRITE-DEPOSIT-EXCEPTION
               WHEN OTHER
                   MOVE "BANK PRENOTE PENDING - MANUAL CHECK"
                       TO WS-EXL-TEXT
                   PERFORM WRITE-DEPOSIT-EXCEPTION
           END-EVALUATE.

       WRITE-DEPOSIT-DETAILS.
           COMPUTE WS-SPLIT-AMOUNT ROUNDED = WS-NET-PAY
                   * BANK-SPLIT-PCT / 100
           MOVE EMP-ID TO WS-EXL-EMP-ID
           MOVE EMP-NAME TO WS-EXL-NAME
           MOVE WS-NET-PAY TO WS-EXL-NET
           WRITE DEPOSIT-EXCP-LINE FROM WS-EXCP-LINE
           IF WS-GROSS-PAY > 0
               PERFORM WRITE-CHECK-REQUEST
           END-IF.

      *  EVERY MANUAL-PAY EMPLOYEE WITH GROSS PAY GOES TO CHECK-
      *  WRITER - A CHECK FOR A POSITIVE NET, A NON-NEGOTIABLE STUB
      *  FOR A NET FORCED TO ZERO. AN HOURLY EMPLOYEE WITH NO CARDS
      *  EARNED NOTHING AND GETS NEITHER. THE REQUEST CARRIES THE
      *  NET EXACTLY AS SPREAD-TO-DEPARTMENTS CREDITED IT TO 2200,
      *  DEPARTMENT BY DEPARTMENT, FOR THE CHECK REGISTER.
       WRITE-CHECK-REQUEST.
           MOVE EMP-ID TO CRQ-EMP-ID
           MOVE EMP-NAME TO CRQ-EMP-NAME
           MOVE EMP-DEPT TO CRQ-DEPT
           MOVE WS-CURRENT-DATE TO CRQ-PAY-DATE
           MOVE WS-GROSS-PAY TO CRQ-GROSS
           MOVE WS-FED-TAX TO CRQ-FED
           MOVE WS-STATE-TAX TO CRQ-STATE
           MOVE WS-DEDUCT-TOTAL TO CRQ-DEDUCT-TOTAL
           MOVE WS-NET-PAY TO CRQ-NET
           PERFORM VARYING WS-EDD-IDX FROM 1 BY 1
                   UNTIL WS-EDD-IDX > 20
               MOVE SPACES TO CRQ-DED-CODE(WS-EDD-IDX)
               MOVE 0 TO CRQ-DED-AMOUNT(WS-EDD-IDX)
           END-PERFORM
           MOVE WS-EMPDED-USED TO CRQ-DED-COUNT
           PERFORM VARYING WS-EDD-IDX FROM 1 BY 1
                   UNTIL WS-EDD-IDX > WS-EMPDED-USED
               MOVE WS-EDD-CODE(WS-EDD-IDX) TO
                   CRQ-DED-CODE(WS-EDD-IDX)
               MOVE WS-EDD-AMOUNT(WS-EDD-IDX) TO
                   CRQ-DED-AMOUNT(WS-EDD-IDX)
           END-PERFORM
           IF WS-EMPDED-USED = 0 AND WS-DEDUCT-TOTAL > 0
               MOVE 1 TO CRQ-DED-COUNT
               MOVE "BENE" TO CRQ-DED-CODE(1)
               MOVE WS-DEDUCT-TOTAL TO CRQ-DED-AMOUNT(1)
           END-IF
           PERFORM VARYING WS-EDS-IDX FROM 1 BY 1
                   UNTIL WS-EDS-IDX > 5
               MOVE SPACES TO CRQ-DIST-DEPT(WS-EDS-IDX)
               MOVE 0 TO CRQ-DIST-NET(WS-EDS-IDX)
           END-PERFORM
           MOVE WS-EMPDIST-USED TO CRQ-DIST-COUNT
           PERFORM VARYING WS-EDS-IDX FROM 1 BY 1
                   UNTIL WS-EDS-IDX > WS-EMPDIST-USED
               MOVE WS-EDS-DEPT(WS-EDS-IDX) TO
                   CRQ-DIST-DEPT(WS-EDS-IDX)
               MOVE WS-EDS-NET(WS-EDS-IDX) TO
                   CRQ-DIST-NET(WS-EDS-IDX)
           END-PERFORM
           WRITE CHECK-REQUEST-RECORD
           ADD 1 TO WS-CHECK-REQ-COUNT.

       WRITE-DEPOSIT-TRAILER.
           MOVE "T" TO DEP-REC-TYPE
           WRITE DEPOSIT-RECORD
           DISPLAY "DEPOSITS EXTRACTED " WS-DEPOSIT-COUNT
                   " TOTAL " WS-DEPOSIT-TOTAL
                   " MANUAL CHECKS " WS-MANUAL-COUNT
           DISPLAY "CHECK REQUESTS " WS-CHECK-REQ-COUNT.

      *  SUMS THE ACTIVE DEDUCTION ROWS FOR THE EMPLOYEE IN KEY
      *  ORDER. A ROW WITH A GOAL ONLY TAKES UP TO WHAT IS LEFT OF
               IF WS-DED-TAKE > 0
                   ADD WS-DED-TAKE TO WS-DEDUCT-TOTAL
                   ADD WS-DED-TAKE TO DED-TAKEN-TO-DATE
                   IF NOT WS-TRIAL-RUN
                       REWRITE DEDUCT-RECORD
                   END-IF
                   IF WS-EMPDED-USED < 20
                       ADD 1 TO WS-EMPDED-USED
                       MOVE DED-CODE TO
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM.

      *  EVERY LEAVE ROW THE EMPLOYEE HAS ACCRUES THIS CYCLE'S
      *  HOURS FOR THE SERVICE TIER THEY HAVE REACHED. THE ROW IS
      *  STAMPED WITH THE BUSINESS DATE, AND A ROW ALREADY STAMPED
      *  TODAY IS LEFT ALONE, SO A RESTART NEVER ACCRUES TWICE.
      *  AN EMPLOYEE WITH NO ROWS HAS NOT BEEN ENROLLED BY HR AND
      *  ACCRUES NOTHING. THE CARRYOVER CAP IS APPLIED AT YEAR END
      *  BY YTD-REPORT, NOT HERE.
       ACCRUE-LEAVE.
           MOVE 0 TO WS-EMPLV-USED
           MOVE "N" TO WS-LEAVE-EOF
           MOVE EMP-ID TO LV-EMP-ID
           MOVE LOW-VALUES TO LV-TYPE
           START LEAVE-FILE KEY IS NOT LESS THAN LV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEAVE-EOF
           END-START
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF LV-EMP-ID NOT = EMP-ID
                           MOVE "Y" TO WS-LEAVE-EOF
                       ELSE
                           PERFORM ACCRUE-ONE-LEAVE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ACCRUE-ONE-LEAVE-ROW.
           MOVE 0 TO WS-LV-ACCRUED
           IF LV-LAST-ACCRUAL NOT = WS-CURRENT-DATE
               PERFORM FIND-ACCRUAL-TIER
               IF WS-ACCR-TIER > 0
                   MOVE WS-ACCR-HOURS(WS-ACCR-TIER) TO WS-LV-ACCRUED
               END-IF
               ADD WS-LV-ACCRUED TO LV-BALANCE-HOURS
               ADD WS-LV-ACCRUED TO LV-ACCRUED-YTD
               MOVE WS-CURRENT-DATE TO LV-LAST-ACCRUAL
               IF NOT WS-TRIAL-RUN
                   REWRITE LEAVE-RECORD
               END-IF
           END-IF
           IF WS-EMPLV-USED < 5
               ADD 1 TO WS-EMPLV-USED
               MOVE LV-TYPE TO WS-ELV-TYPE(WS-EMPLV-USED)
               MOVE WS-LV-ACCRUED TO WS-ELV-ACCRUED(WS-EMPLV-USED)
               MOVE LV-TAKEN-YTD TO WS-ELV-TAKEN(WS-EMPLV-USED)
               MOVE LV-BALANCE-HOURS TO
                   WS-ELV-BALANCE(WS-EMPLV-USED)
           END-IF.

      *  COMPLETED SERVICE YEARS FALL OUT OF THE YYYYMMDD
      *  DIFFERENCE DIVIDED BY 10000 AND TRUNCATED. THE LAST TIER
      *  OF THE ROW'S LEAVE TYPE THE EMPLOYEE HAS REACHED APPLIES.
       FIND-ACCRUAL-TIER.
           MOVE 0 TO WS-ACCR-TIER
           COMPUTE WS-SERVICE-YEARS =
                   (WS-CURRENT-DATE - LV-SERVICE-DATE) / 10000
           IF WS-SERVICE-YEARS < 0
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF
           PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
                   UNTIL WS-ACCR-IDX > WS-ACCR-USED
               IF WS-ACCR-TYPE(WS-ACCR-IDX) = LV-TYPE
                   AND WS-ACCR-YEARS(WS-ACCR-IDX) <= WS-SERVICE-YEARS
                   MOVE WS-ACCR-IDX TO WS-ACCR-TIER
               END-IF
           END-PERFORM.

       ITEMIZE-LEAVE.
           PERFORM VARYING WS-ELV-IDX FROM 1 BY 1
                   UNTIL WS-ELV-IDX > WS-EMPLV-USED
               MOVE WS-ELV-TYPE(WS-ELV-IDX) TO WS-LVL-TYPE
               MOVE WS-ELV-ACCRUED(WS-ELV-IDX) TO WS-LVL-ACCRUED
               MOVE WS-ELV-TAKEN(WS-ELV-IDX) TO WS-LVL-TAKEN
               MOVE WS-ELV-BALANCE(WS-ELV-IDX) TO WS-LVL-BALANCE
               MOVE WS-LEAVE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
           MOVE 0 TO YTD-Q4-NET.

       ADD-YTD-AMOUNTS.
           ADD WS-GROSS-PAY TO YTD-GROSS-PAY
           ADD WS-NET-PAY TO YTD-NET-PAY
           EVALUATE WS-CURRENT-QUARTER
               WHEN 1
                   ADD WS-GROSS-PAY TO YTD-Q1-GROSS
                   ADD WS-NET-PAY TO YTD-Q1-NET
               WHEN 2
                   ADD WS-GROSS-PAY TO YTD-Q2-GROSS
                   ADD WS-NET-PAY TO YTD-Q2-NET
               WHEN 3
                   ADD WS-GROSS-PAY TO YTD-Q3-GROSS
                   ADD WS-NET-PAY TO YTD-Q3-NET
               WHEN 4
                   ADD WS-GROSS-PAY TO YTD-Q4-GROSS
                   ADD WS-NET-PAY TO YTD-Q4-NET
           END-EVALUATE.

      *  THE PAY HISTORY ROW IS WHAT AN OFF-CYCLE REVERSAL IS
      *  CHECKED AGAINST. AN OFF-CYCLE RUN EARLIER THE SAME BUSINESS
      *  DATE MAY ALREADY HAVE OPENED THE ROW, SO TONIGHT'S PAY ADDS
      *  TO IT.
       UPDATE-PAY-HISTORY.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-CURRENT-DATE TO PH-PAY-DATE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE WS-GROSS-PAY TO PH-GROSS
                   MOVE WS-FED-TAX TO PH-FED
                   MOVE WS-STATE-TAX TO PH-STATE
                   MOVE WS-DEDUCT-TOTAL TO PH-DEDUCT
                   MOVE WS-NET-PAY TO PH-NET
                   MOVE 0 TO PH-REV-GROSS
                   MOVE 0 TO PH-REV-FED
                   MOVE 0 TO PH-REV-STATE
                   MOVE 0 TO PH-REV-DEDUCT
                   MOVE 0 TO PH-REV-NET
                   WRITE PAY-HISTORY-RECORD
               NOT INVALID KEY
                   ADD WS-GROSS-PAY TO PH-GROSS
                   ADD WS-FED-TAX TO PH-FED
                   ADD WS-STATE-TAX TO PH-STATE
                   ADD WS-DEDUCT-TOTAL TO PH-DEDUCT
                   ADD WS-NET-PAY TO PH-NET
                   REWRITE PAY-HISTORY-RECORD
           END-READ.

      *  WAGES AND WITHHOLDING FOR BOTH JURISDICTIONS GO TO THE
      *  QUARTER BEING POSTED AND TO THE ANNUAL TOTALS IN THE SAME
      *  STROKE.
       UPDATE-WITHHOLDING.
           MOVE "F" TO WS-WH-JURIS
           MOVE WS-FED-TAX TO WS-WH-WITHHELD
           PERFORM POST-ONE-WITHHOLDING
           MOVE "S" TO WS-WH-JURIS
           MOVE WS-STATE-TAX TO WS-WH-WITHHELD
           PERFORM POST-ONE-WITHHOLDING.

       POST-ONE-WITHHOLDING.
           MOVE EMP-ID TO WH-EMP-ID
           MOVE WS-CD-YEAR TO WH-TAX-YEAR
           MOVE WS-WH-JURIS TO WH-JURIS
           READ WITHHOLD-FILE
               INVALID KEY
                   PERFORM INIT-WITHHOLD-RECORD
                   PERFORM ADD-WITHHOLD-AMOUNTS
                   WRITE WITHHOLD-RECORD
               NOT INVALID KEY
                   PERFORM ADD-WITHHOLD-AMOUNTS
                   REWRITE WITHHOLD-RECORD
           END-READ.

       INIT-WITHHOLD-RECORD.
           MOVE EMP-NAME TO WH-EMP-NAME
           MOVE 0 TO WH-Q1-WAGES
           MOVE 0 TO WH-Q2-WAGES
           MOVE 0 TO WH-Q3-WAGES
           MOVE 0 TO WH-Q4-WAGES
           MOVE 0 TO WH-Q1-WITHHELD
           MOVE 0 TO WH-Q2-WITHHELD
           MOVE 0 TO WH-Q3-WITHHELD
           MOVE 0 TO WH-Q4-WITHHELD
           MOVE 0 TO WH-ANNUAL-WAGES
           MOVE 0 TO WH-ANNUAL-WITHHELD.

       ADD-WITHHOLD-AMOUNTS.
           ADD WS-WH-WAGES TO WH-ANNUAL-WAGES
           ADD WS-WH-WITHHELD TO WH-ANNUAL-WITHHELD
           EVALUATE WS-CURRENT-QUARTER
               WHEN 1
                   ADD WS-WH-WAGES TO WH-Q1-WAGES
                   ADD WS-WH-WITHHELD TO WH-Q1-WITHHELD
               WHEN 2
                   ADD WS-WH-WAGES TO WH-Q2-WAGES
                   ADD WS-WH-WITHHELD TO WH-Q2-WITHHELD
               WHEN 3
                   ADD WS-WH-WAGES TO WH-Q3-WAGES
                   ADD WS-WH-WITHHELD TO WH-Q3-WITHHELD
               WHEN 4
                   ADD WS-WH-WAGES TO WH-Q4-WAGES
                   ADD WS-WH-WITHHELD TO WH-Q4-WITHHELD
           END-EVALUATE.

      *  THE SNAPSHOT IS THE LAST REAL RUN AS THE NEXT TRIAL SEES
      *  IT - EVERY EMPLOYEE PAID, THEN THE DEPARTMENT SUBTOTALS.
      *  A RESTART SUBMISSION MARKS ITS HEADER, SINCE IT ONLY HOLDS
      *  THE EMPLOYEES PAID AFTER THE RESUME POINT.
       WRITE-SNAPSHOT-HEADER.
           MOVE SPACES TO PAY-SNAP-RECORD
           MOVE "H" TO PS-REC-TYPE
           MOVE WS-CURRENT-DATE TO PS-RUN-DATE
           IF WS-RESUME-REQUESTED
               MOVE "Y" TO PS-RESTARTED
           ELSE
               MOVE "N" TO PS-RESTARTED
           END-IF
           WRITE PAY-SNAP-OUT-RECORD FROM PAY-SNAP-RECORD.

       WRITE-SNAPSHOT-EMPLOYEE.
           MOVE SPACES TO PAY-SNAP-RECORD
           MOVE "E" TO PS-REC-TYPE
           MOVE EMP-ID TO PS-EMP-ID
           MOVE EMP-NAME TO PS-EMP-NAME
           MOVE EMP-DEPT TO PS-EMP-DEPT
           MOVE WS-GROSS-PAY TO PS-EMP-GROSS
           MOVE WS-NET-PAY TO PS-EMP-NET
           WRITE PAY-SNAP-OUT-RECORD FROM PAY-SNAP-RECORD.

       WRITE-SNAPSHOT-DEPTS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
               MOVE SPACES TO PAY-SNAP-RECORD
               MOVE "D" TO PS-REC-TYPE
               MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO PS-DEPT-CODE
               MOVE WS-DEPT-GROSS(WS-DEPT-IDX) TO PS-DEPT-GROSS
               MOVE WS-DEPT-NET(WS-DEPT-IDX) TO PS-DEPT-NET
               WRITE PAY-SNAP-OUT-RECORD FROM PAY-SNAP-RECORD
           END-PERFORM.

       OPEN-TRIAL-FILES.
           OPEN INPUT PRIOR-SNAPSHOT
           IF WS-PRIOR-STATUS NOT = "00"
               DISPLAY "PRIOR-SNAPSHOT OPEN FAILED, STATUS "
                       WS-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COMPARE-REPORT
           IF WS-CMPR-STATUS NOT = "00"
               DISPLAY "COMPARE-REPORT OPEN FAILED, STATUS "
                       WS-CMPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PRIOR-SNAPSHOT
           IF WS-PRIOR-RESTARTED = "Y"
               MOVE SPACES TO WS-CMP-PRINT-LINE
               STRING "** LAST REAL RUN WAS A RESTART SUBMISSION - "
                       "EMPLOYEES PAID BEFORE ITS RESUME POINT SHOW "
                       "AS NEW"
                       DELIMITED BY SIZE INTO WS-CMP-PRINT-LINE
               END-STRING
               PERFORM WRITE-COMPARE-LINE
           END-IF.

       CLOSE-TRIAL-FILES.
           CLOSE PRIOR-SNAPSHOT
           CLOSE COMPARE-REPORT.

      *  THE SNAPSHOT'S DEPARTMENT RECORDS FOLLOW ITS EMPLOYEES, SO
      *  THEY LOAD TO THE TABLE AS THE MERGE REACHES THEM. AN
      *  EXHAUSTED SNAPSHOT PARKS HIGH-VALUES IN THE EMPLOYEE ID SO
      *  THE REST OF TONIGHT'S EMPLOYEES DRAIN THROUGH AS NEW.
       READ-PRIOR-SNAPSHOT.
           MOVE "N" TO WS-PRIOR-EMP-READ
           PERFORM UNTIL WS-PRIOR-EMP-READ = "Y"
               READ PRIOR-SNAPSHOT INTO PAY-SNAP-RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-PRI-EMP-ID
                       MOVE "Y" TO WS-PRIOR-EMP-READ
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PS-IS-HEADER
                               MOVE PS-RUN-DATE TO WS-PRIOR-RUN-DATE
                               MOVE PS-RESTARTED TO WS-PRIOR-RESTARTED
                           WHEN PS-IS-EMPLOYEE
                               MOVE PS-EMP-ID TO WS-PRI-EMP-ID
                               MOVE PS-EMP-NAME TO WS-PRI-EMP-NAME
                               MOVE PS-EMP-DEPT TO WS-PRI-EMP-DEPT
                               MOVE PS-EMP-NET TO WS-PRI-EMP-NET
                               ADD 1 TO WS-PRI-EMP-COUNT
                               ADD PS-EMP-NET TO WS-PRI-NET-TOTAL
                               MOVE "Y" TO WS-PRIOR-EMP-READ
                           WHEN PS-IS-DEPT
                               PERFORM LOAD-PRIOR-DEPT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       LOAD-PRIOR-DEPT.
           IF WS-PRIDEPT-USED < 20
               ADD 1 TO WS-PRIDEPT-USED
               MOVE PS-DEPT-CODE TO WS-PDP-CODE(WS-PRIDEPT-USED)
               MOVE PS-DEPT-GROSS TO WS-PDP-GROSS(WS-PRIDEPT-USED)
               MOVE PS-DEPT-NET TO WS-PDP-NET(WS-PRIDEPT-USED)
               MOVE "N" TO WS-PDP-MATCHED(WS-PRIDEPT-USED)
           ELSE
               DISPLAY "PRIOR DEPT TABLE FULL AT " PS-DEPT-CODE
                       " - RAISE THE TABLE SIZE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  BOTH SIDES ARE IN EMP-ID ORDER, SO THE COMPARE IS A
      *  TWO-FILE MERGE: SNAPSHOT EMPLOYEES BELOW TONIGHT'S ARE
      *  MISSING, A MATCH COMPARES NET, AND NO MATCH IS NEW.
       COMPARE-TRIAL-EMPLOYEE.
           PERFORM UNTIL WS-PRI-EMP-ID >= EMP-ID
               PERFORM REPORT-MISSING-EMPLOYEE
               PERFORM READ-PRIOR-SNAPSHOT
           END-PERFORM
           IF WS-PRI-EMP-ID = EMP-ID
               PERFORM COMPARE-NET-PAY
               PERFORM READ-PRIOR-SNAPSHOT
           ELSE
               PERFORM REPORT-NEW-EMPLOYEE
           END-IF.

      *  A MOVE OF EXACTLY THE THRESHOLD IS NOT REPORTED. A NET
      *  THAT WAS ZERO LAST RUN HAS NO PERCENT - ANY MOVE FROM ZERO
      *  IS REPORTED.
       COMPARE-NET-PAY.
           COMPUTE WS-NET-CHANGE = WS-NET-PAY - WS-PRI-EMP-NET
           IF WS-NET-CHANGE < 0
               COMPUTE WS-NET-CHANGE-ABS = 0 - WS-NET-CHANGE
           ELSE
               MOVE WS-NET-CHANGE TO WS-NET-CHANGE-ABS
           END-IF
           MOVE SPACES TO WS-CML-TEXT
           IF WS-PRI-EMP-NET = 0
               IF WS-NET-CHANGE-ABS > 0
                   MOVE 0 TO WS-NET-CHANGE-PCT
                   MOVE "NO NET LAST RUN" TO WS-CML-TEXT
                   PERFORM REPORT-NET-MOVED
               END-IF
           ELSE
               IF WS-NET-CHANGE-ABS * 100
                   > WS-PRI-EMP-NET * WS-TRIAL-PCT
                   COMPUTE WS-NET-CHANGE-PCT ROUNDED =
                           WS-NET-CHANGE * 100 / WS-PRI-EMP-NET
                       ON SIZE ERROR
                           MOVE 0 TO WS-NET-CHANGE-PCT
                           MOVE "OVER 99999%" TO WS-CML-TEXT
                   END-COMPUTE
                   PERFORM REPORT-NET-MOVED
               END-IF
           END-IF.

       REPORT-NET-MOVED.
           ADD 1 TO WS-MOVED-COUNT
           MOVE "NET MOVED" TO WS-CML-TYPE
           MOVE EMP-ID TO WS-CML-EMP-ID
           MOVE EMP-NAME TO WS-CML-NAME
           MOVE EMP-DEPT TO WS-CML-DEPT
           MOVE WS-PRI-EMP-NET TO WS-CML-PRI-NET
           MOVE WS-NET-PAY TO WS-CML-NET
           MOVE WS-NET-CHANGE TO WS-CML-CHANGE
           MOVE WS-NET-CHANGE-PCT TO WS-CML-PCT
           MOVE WS-CMP-LINE TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE.

       REPORT-NEW-EMPLOYEE.
           ADD 1 TO WS-NEW-EMP-COUNT
           MOVE "NEW" TO WS-CML-TYPE
           MOVE EMP-ID TO WS-CML-EMP-ID
           MOVE EMP-NAME TO WS-CML-NAME
           MOVE EMP-DEPT TO WS-CML-DEPT
           MOVE 0 TO WS-CML-PRI-NET
           MOVE WS-NET-PAY TO WS-CML-NET
           MOVE WS-NET-PAY TO WS-CML-CHANGE
           MOVE 0 TO WS-CML-PCT
           MOVE "NOT IN LAST RUN" TO WS-CML-TEXT
           MOVE WS-CMP-LINE TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE.

       REPORT-MISSING-EMPLOYEE.
           ADD 1 TO WS-MISSING-COUNT
           MOVE "MISSING" TO WS-CML-TYPE
           MOVE WS-PRI-EMP-ID TO WS-CML-EMP-ID
           MOVE WS-PRI-EMP-NAME TO WS-CML-NAME
           MOVE WS-PRI-EMP-DEPT TO WS-CML-DEPT
           MOVE WS-PRI-EMP-NET TO WS-CML-PRI-NET
           MOVE 0 TO WS-CML-NET
           COMPUTE WS-CML-CHANGE = 0 - WS-PRI-EMP-NET
           MOVE 0 TO WS-CML-PCT
           MOVE "NOT PAID TONIGHT" TO WS-CML-TEXT
           MOVE WS-CMP-LINE TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE.

      *  SNAPSHOT EMPLOYEES PAST THE LAST ONE ON TONIGHT'S MASTER
      *  ARE MISSING TOO. THEN EVERY DEPARTMENT ON EITHER SIDE GETS
      *  A LINE - ONE ON ONLY ONE SIDE SHOWS ZERO ON THE OTHER.
       FINISH-TRIAL-COMPARISON.
           PERFORM UNTIL WS-PRI-EMP-ID = HIGH-VALUES
               PERFORM REPORT-MISSING-EMPLOYEE
               PERFORM READ-PRIOR-SNAPSHOT
           END-PERFORM
           MOVE SPACES TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE
           MOVE "DEPARTMENT TOTALS - LAST REAL RUN AGAINST TRIAL"
               TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
               PERFORM COMPARE-ONE-DEPT
           END-PERFORM
           PERFORM VARYING WS-PDP-IDX FROM 1 BY 1
                   UNTIL WS-PDP-IDX > WS-PRIDEPT-USED
               IF WS-PDP-MATCHED(WS-PDP-IDX) = "N"
                   MOVE WS-PDP-CODE(WS-PDP-IDX) TO WS-CDL-CODE
                   MOVE WS-PDP-GROSS(WS-PDP-IDX) TO WS-CDL-PRI-GROSS
                   MOVE 0 TO WS-CDL-GROSS
                   COMPUTE WS-CDL-GROSS-DIFF =
                           0 - WS-PDP-GROSS(WS-PDP-IDX)
                   MOVE WS-PDP-NET(WS-PDP-IDX) TO WS-CDL-PRI-NET
                   MOVE 0 TO WS-CDL-NET
                   COMPUTE WS-CDL-NET-DIFF =
                           0 - WS-PDP-NET(WS-PDP-IDX)
                   MOVE WS-CMP-DEPT-LINE TO WS-CMP-PRINT-LINE
                   PERFORM WRITE-COMPARE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO WS-CMP-PRINT-LINE
           STRING "LAST RUN EMPLOYEES " WS-PRI-EMP-COUNT
                   " NET " WS-PRI-NET-TOTAL
                   "   TRIAL EMPLOYEES " WS-EMP-COUNT
                   " NET " WS-TOTAL-NET-PAY
                   DELIMITED BY SIZE INTO WS-CMP-PRINT-LINE
           END-STRING
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO WS-CMP-PRINT-LINE
           STRING "NET MOVED OVER " WS-TRIAL-PCT "% " WS-MOVED-COUNT
                   "   NEW " WS-NEW-EMP-COUNT
                   "   MISSING " WS-MISSING-COUNT
                   DELIMITED BY SIZE INTO WS-CMP-PRINT-LINE
           END-STRING
           PERFORM WRITE-COMPARE-LINE
           DISPLAY "TRIAL RUN - NOTHING POSTED. NET MOVED "
                   WS-MOVED-COUNT " NEW " WS-NEW-EMP-COUNT
                   " MISSING " WS-MISSING-COUNT.

       COMPARE-ONE-DEPT.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-CDL-CODE
           MOVE 0 TO WS-CDL-PRI-GROSS
           MOVE 0 TO WS-CDL-PRI-NET
           COMPUTE WS-CDL-GROSS-DIFF = WS-DEPT-GROSS(WS-DEPT-IDX)
           COMPUTE WS-CDL-NET-DIFF = WS-DEPT-NET(WS-DEPT-IDX)
           PERFORM VARYING WS-PDP-IDX FROM 1 BY 1
                   UNTIL WS-PDP-IDX > WS-PRIDEPT-USED
               IF WS-PDP-CODE(WS-PDP-IDX) = WS-DEPT-CODE(WS-DEPT-IDX)
                   MOVE "Y" TO WS-PDP-MATCHED(WS-PDP-IDX)
                   MOVE WS-PDP-GROSS(WS-PDP-IDX) TO WS-CDL-PRI-GROSS
                   MOVE WS-PDP-NET(WS-PDP-IDX) TO WS-CDL-PRI-NET
                   COMPUTE WS-CDL-GROSS-DIFF =
                           WS-DEPT-GROSS(WS-DEPT-IDX)
                           - WS-PDP-GROSS(WS-PDP-IDX)
                   COMPUTE WS-CDL-NET-DIFF =
                           WS-DEPT-NET(WS-DEPT-IDX)
                           - WS-PDP-NET(WS-PDP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-DEPT-GROSS(WS-DEPT-IDX) TO WS-CDL-GROSS
           MOVE WS-DEPT-NET(WS-DEPT-IDX) TO WS-CDL-NET
           MOVE WS-CMP-DEPT-LINE TO WS-CMP-PRINT-LINE
           PERFORM WRITE-COMPARE-LINE.

       WRITE-COMPARE-HEADINGS.
           ADD 1 TO WS-CMP-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO WS-CH1-DATE
           MOVE WS-CMP-PAGE-COUNT TO WS-CH1-PAGE
           MOVE WS-PRIOR-RUN-DATE TO WS-CH2-DATE
           MOVE WS-TRIAL-PCT TO WS-CH2-PCT
           WRITE COMPARE-REPORT-LINE FROM WS-CMP-HEADING-1
               AFTER ADVANCING PAGE
           WRITE COMPARE-REPORT-LINE FROM WS-CMP-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-CMP-LINE-COUNT.

       WRITE-COMPARE-LINE.
           IF WS-CMP-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-COMPARE-HEADINGS
           END-IF
           WRITE COMPARE-REPORT-LINE FROM WS-CMP-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CMP-LINE-COUNT.
