       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-TAKEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO LEAVDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TRANS-FILE ASSIGN TO LEAVTRAN
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO LEAVRPT
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY LEAVEREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

      *  O OPENS A LEAVE ROW FOR AN EMPLOYEE - THE DATE IS THE
      *  SERVICE DATE ACCRUAL TIERS COUNT FROM AND THE HOURS ARE THE
      *  OPENING BALANCE. T TAKES HOURS - THE DATE IS THE DAY TAKEN.
      *  THE OVERRIDE CODE IS ONLY LOOKED AT WHEN A TAKE WOULD LEAVE
      *  THE BALANCE BELOW ZERO.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-OPEN          VALUE "O".
               88 TRANS-TAKE          VALUE "T".
           05 TRANS-EMP-ID        PIC X(5).
           05 TRANS-LEAVE-TYPE    PIC X.
           05 TRANS-HOURS         PIC 9(3)V99.
           05 TRANS-DATE          PIC 9(8).
           05 TRANS-OVERRIDE      PIC X(4).

       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE      PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-LEAVE-STATUS        PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS        PIC XX VALUE "00".
       01  WS-MAINT-STATUS        PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-OPEN-COUNT          PIC 9(5) VALUE 0.
       01  WS-TAKE-COUNT          PIC 9(5) VALUE 0.
       01  WS-OVERRIDE-COUNT      PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-HOURS-TAKEN         PIC 9(7)V99 VALUE 0.
       01  WS-NEW-BALANCE         PIC S9(5)V99 VALUE 0.
       01  WS-RPT-BALANCE         PIC -(4)9.99.
       01  WS-TYPE-FOUND          PIC X VALUE "N".
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
      *  REASON CODES: TCDE BAD TRANS CODE, NKEY EMPLOYEE NOT ON
      *  THE MASTER, TYPE LEAVE TYPE NOT IN THE ACCRUAL TABLE, HRS
      *  NON-NUMERIC HOURS OR A ZERO TAKE, DATE NON-NUMERIC DATE OR
      *  A SERVICE DATE AFTER TODAY, DUPE OPEN OF A ROW ALREADY ON
      *  FILE, NROW TAKE AGAINST A ROW NOT ON FILE, NEGB TAKE WOULD
      *  GO NEGATIVE WITH NO OVERRIDE, OVRD OVERRIDE CODE NOT
      *  RECOGNIZED, NLIM TAKE BEYOND THE ADVANCE LIMIT EVEN WITH
      *  AN OVERRIDE, IOER FILE ERROR ON THE APPLY.
       01  WS-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  WS-EDIT-REASON         PIC X(4) VALUE SPACES.
      *  HR'S OVERRIDE CODES FOR TAKING LEAVE THE EMPLOYEE HAS NOT
      *  YET EARNED: ADVN ADVANCE AGAINST FUTURE ACCRUAL, FMLA
      *  PROTECTED MEDICAL LEAVE, BRVT BEREAVEMENT.
       01  WS-OVERRIDE-VALUES.
           05 FILLER              PIC X(4) VALUE "ADVN".
           05 FILLER              PIC X(4) VALUE "FMLA".
           05 FILLER              PIC X(4) VALUE "BRVT".
       01  WS-OVERRIDE-TABLE REDEFINES WS-OVERRIDE-VALUES.
           05 WS-OVERRIDE-CODE    PIC X(4) OCCURS 3 TIMES.
       01  WS-OVERRIDE-USED       PIC 9(2) VALUE 3.
       01  WS-OVERRIDE-IDX        PIC 9(2) VALUE 0.
       01  WS-OVERRIDE-FOUND      PIC X VALUE "N".
      *  EVEN WITH AN OVERRIDE NO BALANCE GOES FURTHER NEGATIVE
      *  THAN THIS.
       01  WS-ADVANCE-LIMIT       PIC S9(4)V99 VALUE -80.00.
           COPY ACCRTAB.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL OPEN FAILED, STATUS "
                       WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-START
           OPEN I-O LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "LEAVE-FILE OPEN FAILED, STATUS "
                       WS-LEAVE-STATUS
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
           PERFORM READ-TRANS
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               PERFORM EDIT-TRANS
               IF WS-TRANS-IS-VALID
                   PERFORM APPLY-TRANS
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               END-IF
               PERFORM READ-TRANS
           END-PERFORM
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE LEAVE-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE TRANS-FILE
           CLOSE MAINT-REPORT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

      *  THE RUNCTL STAMP IS WHAT LETS CYCLE-GATE REFUSE LVTAKEN
      *  WHILE PAYRRPT SITS IN STATUS R - PAYRRPT REWRITES EVERY
      *  LEAVE ROW AS IT ACCRUES. THE JOB MAY RUN SEVERAL TIMES A
      *  DAY, SO THE START PARAGRAPH RE-STAMPS THE SAME DATE.
       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "LVTAKEN" TO RUN-PROGRAM
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
           MOVE "LVTAKEN" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   COMPUTE RUN-RECORD-COUNT = WS-OPEN-COUNT
                           + WS-TAKE-COUNT
                   MOVE 0 TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-TRANS.
           READ TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       EDIT-TRANS.
           MOVE "Y" TO WS-VALID-TRANS
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TRANS-OPEN AND NOT TRANS-TAKE
               MOVE "TCDE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NKEY" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
           END-READ
           MOVE "N" TO WS-TYPE-FOUND
           PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
                   UNTIL WS-ACCR-IDX > WS-ACCR-USED
               IF WS-ACCR-TYPE(WS-ACCR-IDX) = TRANS-LEAVE-TYPE
                   MOVE "Y" TO WS-TYPE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = "N"
               MOVE "TYPE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           IF TRANS-HOURS IS NOT NUMERIC
               MOVE "HRS " TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-TAKE AND TRANS-HOURS = 0
                   MOVE "HRS " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF TRANS-DATE IS NOT NUMERIC
               MOVE "DATE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-OPEN AND TRANS-DATE > WS-CURRENT-DATE
                   MOVE "DATE" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF.

      *  THE FIRST EDIT TO FAIL NAMES THE REASON ON THE REPORT;
      *  LATER FAILURES STILL INVALIDATE BUT DO NOT OVERWRITE IT.
       FLAG-EDIT-FAIL.
           IF WS-TRANS-IS-VALID
               MOVE WS-EDIT-REASON TO WS-REJECT-REASON
           END-IF
           MOVE "N" TO WS-VALID-TRANS.

       APPLY-TRANS.
           EVALUATE TRUE
               WHEN TRANS-OPEN
                   PERFORM OPEN-LEAVE-ROW
               WHEN TRANS-TAKE
                   PERFORM TAKE-LEAVE
           END-EVALUATE.

      *  THE ACCRUAL DATE STARTS AT ZERO SO TONIGHT'S CYCLE
      *  ACCRUES THE NEW ROW LIKE ANY OTHER.
       OPEN-LEAVE-ROW.
           MOVE TRANS-EMP-ID TO LV-EMP-ID
           MOVE TRANS-LEAVE-TYPE TO LV-TYPE
           MOVE TRANS-DATE TO LV-SERVICE-DATE
           MOVE TRANS-HOURS TO LV-BALANCE-HOURS
           MOVE 0 TO LV-ACCRUED-YTD
           MOVE 0 TO LV-TAKEN-YTD
           MOVE 0 TO LV-LAST-ACCRUAL
           MOVE 0 TO LV-FORFEIT-HOURS
           MOVE 0 TO LV-LAST-YEAREND
           WRITE LEAVE-RECORD
               INVALID KEY
                   MOVE "DUPE" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE SPACES TO MAINT-REPORT-LINE
                   MOVE LV-BALANCE-HOURS TO WS-RPT-BALANCE
                   STRING "OPENED   " TRANS-EMP-ID " "
                           TRANS-LEAVE-TYPE
                           " SERVICE " TRANS-DATE
                           " BALANCE " WS-RPT-BALANCE
                           DELIMITED BY SIZE INTO MAINT-REPORT-LINE
                   END-STRING
                   WRITE MAINT-REPORT-LINE
           END-WRITE.

      *  A TAKE THAT WOULD LEAVE THE BALANCE BELOW ZERO IS REFUSED
      *  UNLESS IT CARRIES ONE OF HR'S OVERRIDE CODES, AND EVEN THEN
      *  ONLY DOWN TO THE ADVANCE LIMIT. EVERY OVERRIDDEN TAKE IS
      *  LISTED SO HR CAN SEE WHO IS IN ADVANCE.
       TAKE-LEAVE.
           MOVE TRANS-EMP-ID TO LV-EMP-ID
           MOVE TRANS-LEAVE-TYPE TO LV-TYPE
           READ LEAVE-FILE
               INVALID KEY
                   MOVE "NROW" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   PERFORM CHECK-TAKE-BALANCE
                   IF WS-TRANS-IS-VALID
                       PERFORM POST-TAKE
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM REJECT-TRANS
                   END-IF
           END-READ.

       CHECK-TAKE-BALANCE.
           COMPUTE WS-NEW-BALANCE = LV-BALANCE-HOURS - TRANS-HOURS
           IF WS-NEW-BALANCE < 0
               IF TRANS-OVERRIDE = SPACES
                   MOVE "NEGB" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               ELSE
                   MOVE "N" TO WS-OVERRIDE-FOUND
                   PERFORM VARYING WS-OVERRIDE-IDX FROM 1 BY 1
                           UNTIL WS-OVERRIDE-IDX > WS-OVERRIDE-USED
                       IF WS-OVERRIDE-CODE(WS-OVERRIDE-IDX)
                           = TRANS-OVERRIDE
                           MOVE "Y" TO WS-OVERRIDE-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-OVERRIDE-FOUND = "N"
                       MOVE "OVRD" TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   ELSE
                       IF WS-NEW-BALANCE < WS-ADVANCE-LIMIT
                           MOVE "NLIM" TO WS-EDIT-REASON
                           PERFORM FLAG-EDIT-FAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-TAKE.
           MOVE WS-NEW-BALANCE TO LV-BALANCE-HOURS
           ADD TRANS-HOURS TO LV-TAKEN-YTD
           REWRITE LEAVE-RECORD
               INVALID KEY
                   MOVE "IOER" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-TAKE-COUNT
                   ADD TRANS-HOURS TO WS-HOURS-TAKEN
                   IF WS-NEW-BALANCE < 0
                       ADD 1 TO WS-OVERRIDE-COUNT
                       MOVE SPACES TO MAINT-REPORT-LINE
                       MOVE WS-NEW-BALANCE TO WS-RPT-BALANCE
                       STRING "OVERRIDE " TRANS-EMP-ID " "
                               TRANS-LEAVE-TYPE " " TRANS-DATE
                               " CODE " TRANS-OVERRIDE
                               " BALANCE NOW " WS-RPT-BALANCE
                               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
                       END-STRING
                       WRITE MAINT-REPORT-LINE
                   END-IF
           END-REWRITE.

       REJECT-TRANS.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "REJECTED " TRANS-CODE " " TRANS-EMP-ID
                   " " TRANS-LEAVE-TYPE " " TRANS-HOURS
                   " " TRANS-DATE
                   " REASON " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "OPENED=" WS-OPEN-COUNT
                   " TAKES=" WS-TAKE-COUNT
                   " OVERRIDES=" WS-OVERRIDE-COUNT
                   " REJECTS=" WS-REJECT-COUNT
                   " HOURS TAKEN=" WS-HOURS-TAKEN
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.
