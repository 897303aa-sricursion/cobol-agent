       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECARD-EDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO TIMEDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TIME-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TRANS-FILE ASSIGN TO TIMETRAN
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO TIMERPT
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT OPTIONAL RECYCLE-IN ASSIGN TO RECYCIN
               FILE STATUS IS WS-RECYCIN-STATUS.
           SELECT RECYCLE-OUT ASSIGN TO RECYCOUT
               FILE STATUS IS WS-RECYCOUT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE.
           COPY TIMEREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

      *  ONE CARD PER EMPLOYEE PER WORK DATE, KEYED FROM THE
      *  SUPERVISORS' APPROVED TIME SHEETS. A ADDS THE DAY, C
      *  REPLACES ITS HOURS AND SHIFT, D REMOVES IT - C AND D ONLY
      *  WHILE THE CARD IS STILL UNPAID.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-ADD           VALUE "A".
               88 TRANS-CHANGE        VALUE "C".
               88 TRANS-DELETE        VALUE "D".
           05 TRANS-EMP-ID        PIC X(5).
           05 TRANS-WORK-DATE     PIC 9(8).
           05 TRANS-REG-HOURS     PIC 9(2)V99.
           05 TRANS-OT-HOURS      PIC 9(2)V99.
           05 TRANS-SHIFT-CODE    PIC X.

       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE      PIC X(80).

      *  REJECT RECYCLE - SAME SCHEME AS EMPLOYEE-MAINT: THE
      *  ORIGINAL CARD SHAPE PLUS A REASON CODE AND THE DATE IT
      *  FIRST BOUNCED. SUPERVISORS CORRECT THE RECYCLE FILE AND IT
      *  FEEDS BACK IN AS RECYCIN ON THE NEXT RUN, AND THE SUMMARY
      *  TIES IN, CORRECTED, AND OUT SO NO REJECTED DAY OF HOURS
      *  CAN SILENTLY DISAPPEAR BEFORE THE NIGHTLY CYCLE PAYS.
       FD  RECYCLE-IN.
       01  RECYCLE-IN-RECORD.
           05 RCI-FIRST-DATE      PIC 9(8).
           05 RCI-REASON          PIC X(4).
           05 RCI-TRANS           PIC X(23).

       FD  RECYCLE-OUT.
       01  RECYCLE-OUT-RECORD.
           05 RCO-FIRST-DATE      PIC 9(8).
           05 RCO-REASON          PIC X(4).
           05 RCO-TRANS           PIC X(23).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-TIME-STATUS         PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS        PIC XX VALUE "00".
       01  WS-MAINT-STATUS        PIC XX VALUE "00".
       01  WS-RECYCIN-STATUS      PIC XX VALUE "00".
       01  WS-RECYCOUT-STATUS     PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-RECYC-EOF           PIC X VALUE "N".
      *  PAY PERIOD FROM THE PARM AS YYYYMMDD-YYYYMMDD, THE SAME
      *  SHAPE CHANGE-HISTORY TAKES FOR A DATE RANGE. A BLANK PARM
      *  MEANS THE WEEK ENDING ON THE BUSINESS DATE.
       01  WS-RUN-OPTION          PIC X(17) VALUE SPACES.
       01  WS-RUN-OPTION-RANGE    REDEFINES WS-RUN-OPTION.
           05 WS-OPT-FROM-DATE    PIC 9(8).
           05 WS-OPT-DASH         PIC X.
           05 WS-OPT-TO-DATE      PIC 9(8).
       01  WS-PERIOD-FROM         PIC 9(8) VALUE 0.
       01  WS-PERIOD-TO           PIC 9(8) VALUE 0.
       01  WS-PERIOD-DAYS         PIC 9(2) VALUE 07.
      *  NO ONE DAY'S CARD MAY CARRY MORE THAN THIS MANY HOURS,
      *  REGULAR AND OVERTIME TOGETHER.
       01  WS-DAILY-LIMIT-HOURS   PIC 9(2)V99 VALUE 16.00.
       01  WS-DAY-HOURS           PIC 9(3)V99 VALUE 0.
       01  WS-HOURS-LOADED        PIC 9(7)V99 VALUE 0.
       01  WS-ADD-COUNT           PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
      *  REASON CODES: TCDE BAD TRANS CODE, NKEY EMPLOYEE NOT ON
      *  THE MASTER (NEVER ADDED OR SINCE DELETED), SALR EMPLOYEE
      *  NOT FLAGGED HOURLY, DATE NON-NUMERIC WORK DATE, PRD WORK
      *  DATE OUTSIDE THE PAY PERIOD, HRS NON-NUMERIC OR ZERO
      *  HOURS, DLIM HOURS OVER THE DAILY LIMIT, SHFT UNKNOWN
      *  SHIFT CODE, DUPE ADD OF A DAY ALREADY CARDED, NCRD CHANGE
      *  OR DELETE OF A CARD NOT ON FILE, PAID CHANGE OR DELETE OF
      *  A CARD ALREADY PAID, IOER FILE ERROR ON THE APPLY.
       01  WS-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  WS-EDIT-REASON         PIC X(4) VALUE SPACES.
       01  WS-REJ-FIRST-DATE      PIC 9(8) VALUE 0.
       01  WS-TRANS-REJECTED      PIC X VALUE "N".
       01  WS-CARRIED-IN          PIC 9(5) VALUE 0.
       01  WS-CORRECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-CARRY-OUT-COUNT     PIC 9(5) VALUE 0.
       01  WS-STALE-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJ-AGE-DAYS        PIC S9(7) VALUE 0.
      *  A REJECT STILL UNRESOLVED AFTER THIS MANY DAYS IS FLAGGED
      *  STALE ON THE REPORT FOR A SUPERVISOR TO CHASE.
       01  WS-STALE-LIMIT-DAYS    PIC 9(2) VALUE 05.
           COPY SHIFTTAB.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-OPTION FROM COMMAND-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SET-PAY-PERIOD
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL OPEN FAILED, STATUS "
                       WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-START
           OPEN I-O TIMECARD-FILE
           IF WS-TIME-STATUS NOT = "00"
               DISPLAY "TIMECARD-FILE OPEN FAILED, STATUS "
                       WS-TIME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-FILE OPEN FAILED, STATUS "
                       WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRANS-FILE OPEN FAILED, STATUS "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-REPORT
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "MAINT-REPORT OPEN FAILED, STATUS "
                       WS-MAINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RECYCLE-IN
           IF WS-RECYCIN-STATUS NOT = "00"
               AND WS-RECYCIN-STATUS NOT = "05"
               DISPLAY "RECYCLE-IN OPEN FAILED, STATUS "
                       WS-RECYCIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECYCLE-OUT
           IF WS-RECYCOUT-STATUS NOT = "00"
               DISPLAY "RECYCLE-OUT OPEN FAILED, STATUS "
                       WS-RECYCOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "TIMECARD EDIT " WS-CURRENT-DATE
                   " PAY PERIOD " WS-PERIOD-FROM
                   " THRU " WS-PERIOD-TO
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           PERFORM PROCESS-RECYCLE-FILE
           MOVE WS-CURRENT-DATE TO WS-REJ-FIRST-DATE
           PERFORM READ-TRANS
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               PERFORM PROCESS-ONE-TRANS
               PERFORM READ-TRANS
           END-PERFORM
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE TRANS-FILE
           CLOSE MAINT-REPORT
           CLOSE RECYCLE-IN
           CLOSE RECYCLE-OUT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

      *  A PARM THAT IS NOT A CLEAN DATE RANGE STOPS THE RUN BEFORE
      *  ANY CARD IS JUDGED AGAINST THE WRONG PERIOD.
       SET-PAY-PERIOD.
           IF WS-RUN-OPTION = SPACES
               MOVE WS-CURRENT-DATE TO WS-PERIOD-TO
               COMPUTE WS-PERIOD-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - WS-PERIOD-DAYS + 1)
           ELSE
               IF WS-OPT-DASH NOT = "-"
                   OR WS-OPT-FROM-DATE IS NOT NUMERIC
                   OR WS-OPT-TO-DATE IS NOT NUMERIC
                   OR WS-OPT-FROM-DATE > WS-OPT-TO-DATE
                   DISPLAY "PAY PERIOD PARM " WS-RUN-OPTION
                           " IS NOT YYYYMMDD-YYYYMMDD - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-OPT-FROM-DATE TO WS-PERIOD-FROM
               MOVE WS-OPT-TO-DATE TO WS-PERIOD-TO
           END-IF.

      *  THE RUNCTL STAMP IS WHAT LETS CYCLE-GATE REFUSE TIMEDIT
      *  WHILE PAYRRPT SITS IN STATUS R - PAYRRPT MARKS CARDS PAID
      *  AS IT GOES. SUPERVISORS MAY RUN IT SEVERAL TIMES A DAY, SO
      *  THE START PARAGRAPH RE-STAMPS THE SAME BUSINESS DATE.
       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "TIMEDIT" TO RUN-PROGRAM
           MOVE "R" TO RUN-STATUS
           MOVE WS-CURRENT-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-TIME
           MOVE 0 TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

       WRITE-RUN-END.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "TIMEDIT" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   COMPUTE RUN-RECORD-COUNT = WS-ADD-COUNT
                           + WS-CHANGE-COUNT + WS-DELETE-COUNT
                   MOVE 0 TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *  CORRECTED RECYCLE RECORDS RUN THROUGH THE SAME EDITS AND
      *  APPLY PATHS AS FRESH CARDS, KEEPING THEIR ORIGINAL
      *  FIRST-REJECT DATE SO AGE SURVIVES ANOTHER BOUNCE.
       PROCESS-RECYCLE-FILE.
           PERFORM UNTIL WS-RECYC-EOF = "Y"
               READ RECYCLE-IN
                   AT END
                       MOVE "Y" TO WS-RECYC-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-RECYCLE
               END-READ
           END-PERFORM.

       PROCESS-ONE-RECYCLE.
           ADD 1 TO WS-CARRIED-IN
           MOVE RCI-FIRST-DATE TO WS-REJ-FIRST-DATE
           MOVE RCI-TRANS TO TRANS-RECORD
           PERFORM PROCESS-ONE-TRANS
           IF WS-TRANS-REJECTED = "N"
               ADD 1 TO WS-CORRECTED-COUNT
           END-IF.

       PROCESS-ONE-TRANS.
           MOVE "N" TO WS-TRANS-REJECTED
           PERFORM EDIT-TRANS
           IF WS-TRANS-IS-VALID
               PERFORM APPLY-TRANS
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM REJECT-TRANS
           END-IF.

       READ-TRANS.
           READ TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

      *  A DELETE ONLY NEEDS A WELL-FORMED KEY - AN UNPAID CARD FOR
      *  AN EMPLOYEE DELETED SINCE, OR FOR AN EARLIER PERIOD, MUST
      *  STILL BE REMOVABLE.
       EDIT-TRANS.
           MOVE "Y" TO WS-VALID-TRANS
           MOVE SPACES TO WS-REJECT-REASON
           IF TRANS-WORK-DATE IS NOT NUMERIC
               MOVE "DATE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           IF TRANS-ADD OR TRANS-CHANGE
               PERFORM CHECK-TRANS-EMPLOYEE
               IF TRANS-WORK-DATE IS NUMERIC
                   IF TRANS-WORK-DATE < WS-PERIOD-FROM
                       OR TRANS-WORK-DATE > WS-PERIOD-TO
                       MOVE "PRD " TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   END-IF
               END-IF
               PERFORM CHECK-TRANS-HOURS
               PERFORM CHECK-TRANS-SHIFT
           END-IF
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE AND NOT TRANS-DELETE
               MOVE "TCDE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF.

      *  THE FIRST EDIT TO FAIL NAMES THE REASON THE SUPERVISOR
      *  SEES ON THE RECYCLE RECORD; LATER FAILURES STILL
      *  INVALIDATE BUT DO NOT OVERWRITE IT.
       FLAG-EDIT-FAIL.
           IF WS-TRANS-IS-VALID
               MOVE WS-EDIT-REASON TO WS-REJECT-REASON
           END-IF
           MOVE "N" TO WS-VALID-TRANS.

      *  A DELETED EMPLOYEE IS GONE FROM THE MASTER, SO UNKNOWN AND
      *  DELETED BOTH FAIL THE READ. ONLY HOURLY STAFF ARE PAID
      *  FROM CARDS - A CARD FOR A SALARIED EMPLOYEE WOULD SIT
      *  UNPAID FOREVER.
       CHECK-TRANS-EMPLOYEE.
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NKEY" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               NOT INVALID KEY
                   IF NOT EMP-HOURLY
                       MOVE "SALR" TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   END-IF
           END-READ.

       CHECK-TRANS-HOURS.
           IF TRANS-REG-HOURS IS NOT NUMERIC
               OR TRANS-OT-HOURS IS NOT NUMERIC
               MOVE "HRS " TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               COMPUTE WS-DAY-HOURS = TRANS-REG-HOURS
                       + TRANS-OT-HOURS
               IF WS-DAY-HOURS = 0
                   MOVE "HRS " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
               IF WS-DAY-HOURS > WS-DAILY-LIMIT-HOURS
                   MOVE "DLIM" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF.

       CHECK-TRANS-SHIFT.
           MOVE "N" TO WS-SHIFT-FOUND
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-USED
               IF WS-SHIFT-CODE(WS-SHIFT-IDX) = TRANS-SHIFT-CODE
                   MOVE "Y" TO WS-SHIFT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SHIFT-FOUND = "N"
               MOVE "SHFT" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF.

       APPLY-TRANS.
           EVALUATE TRUE
               WHEN TRANS-ADD
                   PERFORM ADD-TIMECARD
               WHEN TRANS-CHANGE
                   PERFORM CHANGE-TIMECARD
               WHEN TRANS-DELETE
                   PERFORM DELETE-TIMECARD
           END-EVALUATE.

       ADD-TIMECARD.
           MOVE TRANS-EMP-ID TO TC-EMP-ID
           MOVE TRANS-WORK-DATE TO TC-WORK-DATE
           MOVE TRANS-REG-HOURS TO TC-REG-HOURS
           MOVE TRANS-OT-HOURS TO TC-OT-HOURS
           MOVE TRANS-SHIFT-CODE TO TC-SHIFT-CODE
           MOVE "A" TO TC-STATUS
           MOVE 0 TO TC-PAID-DATE
           WRITE TIMECARD-RECORD
               INVALID KEY
                   MOVE "DUPE" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   ADD WS-DAY-HOURS TO WS-HOURS-LOADED
           END-WRITE.

      *  ONCE PAYROLL-REPORT HAS PAID A CARD ITS HOURS ARE ON THE
      *  REGISTER AND IN YTD - A CORRECTION AFTER THAT IS AN
      *  OFF-CYCLE ADJUSTMENT, NOT A TIMECARD CHANGE.
       CHANGE-TIMECARD.
           MOVE TRANS-EMP-ID TO TC-EMP-ID
           MOVE TRANS-WORK-DATE TO TC-WORK-DATE
           READ TIMECARD-FILE
               INVALID KEY
                   MOVE "NCRD" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   IF TC-PAID
                       MOVE "PAID" TO WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM REJECT-TRANS
                   ELSE
                       MOVE TRANS-REG-HOURS TO TC-REG-HOURS
                       MOVE TRANS-OT-HOURS TO TC-OT-HOURS
                       MOVE TRANS-SHIFT-CODE TO TC-SHIFT-CODE
                       REWRITE TIMECARD-RECORD
                           INVALID KEY
                               MOVE "IOER" TO WS-REJECT-REASON
                               ADD 1 TO WS-REJECT-COUNT
                               PERFORM REJECT-TRANS
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-TIMECARD.
           MOVE TRANS-EMP-ID TO TC-EMP-ID
           MOVE TRANS-WORK-DATE TO TC-WORK-DATE
           READ TIMECARD-FILE
               INVALID KEY
                   MOVE "NCRD" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   IF TC-PAID
                       MOVE "PAID" TO WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM REJECT-TRANS
                   ELSE
                       DELETE TIMECARD-FILE
                           INVALID KEY
                               MOVE "IOER" TO WS-REJECT-REASON
                               ADD 1 TO WS-REJECT-COUNT
                               PERFORM REJECT-TRANS
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETE-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       REJECT-TRANS.
           MOVE "Y" TO WS-TRANS-REJECTED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "REJECTED " TRANS-CODE " " TRANS-EMP-ID
                   " " TRANS-WORK-DATE
                   " SHIFT " TRANS-SHIFT-CODE
                   " REASON " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
           PERFORM WRITE-RECYCLE-RECORD.

       WRITE-RECYCLE-RECORD.
           MOVE WS-REJ-FIRST-DATE TO RCO-FIRST-DATE
           MOVE WS-REJECT-REASON TO RCO-REASON
           MOVE TRANS-RECORD TO RCO-TRANS
           WRITE RECYCLE-OUT-RECORD
           ADD 1 TO WS-CARRY-OUT-COUNT
           COMPUTE WS-REJ-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-REJ-FIRST-DATE)
           IF WS-REJ-AGE-DAYS > WS-STALE-LIMIT-DAYS
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "STALE REJECT " TRANS-CODE " " TRANS-EMP-ID
                       " " TRANS-WORK-DATE
                       " FIRST REJECTED " WS-REJ-FIRST-DATE
                       " - ESCALATE"
                       DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               END-STRING
               WRITE MAINT-REPORT-LINE
           END-IF.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ADDS=" WS-ADD-COUNT
                   " CHANGES=" WS-CHANGE-COUNT
                   " DELETES=" WS-DELETE-COUNT
                   " REJECTS=" WS-REJECT-COUNT
                   " HOURS ADDED=" WS-HOURS-LOADED
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
      *  RECYCLE TIE: CARRIED IN = CORRECTED + CARRIED BACK OUT,
      *  AND CARRIED OUT = RECYCLED BOUNCES + TODAY'S NEW
      *  REJECTS - A REJECT CANNOT SILENTLY DISAPPEAR.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "RECYCLE IN=" WS-CARRIED-IN
                   " CORRECTED=" WS-CORRECTED-COUNT
                   " CARRIED OUT=" WS-CARRY-OUT-COUNT
                   " STALE=" WS-STALE-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.
