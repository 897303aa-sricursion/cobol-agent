       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-DIST-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST-FILE ASSIGN TO LDSTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LDST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-FILE ASSIGN TO DEPTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT TRANS-FILE ASSIGN TO LDSTTRAN
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO LDSTRPT
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
       FD  LABOR-DIST-FILE.
           COPY LDSTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPT-FILE.
           COPY DEPTREC.

      *  ONE DISTRIBUTION SET PER TRANSACTION, KEYED FROM FINANCE'S
      *  SPLIT-EMPLOYEE WORKSHEET. A ADDS A SET EFFECTIVE ON A DATE,
      *  C REPLACES THE ALLOCATIONS OF A SET, D REMOVES ONE - C AND
      *  D ONLY WHILE THE SET HAS NOT YET TAKEN EFFECT. THE FIRST
      *  ALLOCATION IS THE PRIMARY DEPARTMENT. TO PUT A SPLIT
      *  EMPLOYEE BACK ON ONE DEPARTMENT, ADD A SET WITH A SINGLE
      *  100% ALLOCATION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-ADD           VALUE "A".
               88 TRANS-CHANGE        VALUE "C".
               88 TRANS-DELETE        VALUE "D".
           05 TRANS-EMP-ID        PIC X(5).
           05 TRANS-EFF-DATE      PIC 9(8).
           05 TRANS-ALLOC-COUNT   PIC 9.
           05 TRANS-ALLOC OCCURS 5 TIMES.
               10 TRANS-DEPT      PIC X(4).
               10 TRANS-PCT       PIC 9(3)V99.

       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE      PIC X(80).

      *  REJECT RECYCLE - SAME SCHEME AS EMPLOYEE-MAINT: THE
      *  ORIGINAL TRANSACTION PLUS A REASON CODE AND THE DATE IT
      *  FIRST BOUNCED. FINANCE CORRECTS THE RECYCLE FILE AND IT
      *  FEEDS BACK IN AS RECYCIN ON THE NEXT RUN.
       FD  RECYCLE-IN.
       01  RECYCLE-IN-RECORD.
           05 RCI-FIRST-DATE      PIC 9(8).
           05 RCI-REASON          PIC X(4).
           05 RCI-TRANS           PIC X(60).

       FD  RECYCLE-OUT.
       01  RECYCLE-OUT-RECORD.
           05 RCO-FIRST-DATE      PIC 9(8).
           05 RCO-REASON          PIC X(4).
           05 RCO-TRANS           PIC X(60).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-LDST-STATUS         PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-DEPT-STATUS         PIC XX VALUE "00".
       01  WS-TRANS-STATUS        PIC XX VALUE "00".
       01  WS-MAINT-STATUS        PIC XX VALUE "00".
       01  WS-RECYCIN-STATUS      PIC XX VALUE "00".
       01  WS-RECYCOUT-STATUS     PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-RECYC-EOF           PIC X VALUE "N".
       01  WS-ADD-COUNT           PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
      *  REASON CODES: TCDE BAD TRANS CODE, NKEY EMPLOYEE NOT ON
      *  THE MASTER (NEVER ADDED OR SINCE DELETED), DATE NON-NUMERIC
      *  EFFECTIVE DATE, PAST EFFECTIVE DATE BEFORE
      *  THE BUSINESS DATE (A SET ALREADY IN EFFECT IS REPLACED BY
      *  ADDING A NEW ONE, NOT CHANGED), CNT ALLOCATION COUNT NOT
      *  1-5, DEPT DEPARTMENT NOT ON THE DEPARTMENT MASTER, DINA
      *  DEPARTMENT INACTIVE, DUPD SAME DEPARTMENT TWICE IN ONE
      *  SET, PCT NON-NUMERIC OR ZERO PERCENT, TOT PERCENTS DO NOT
      *  TOTAL 100.00, DUPE ADD OF A SET ALREADY ON FILE, NSET
      *  CHANGE OR DELETE OF A SET NOT ON FILE, IOER FILE ERROR ON
      *  THE APPLY.
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
      *  STALE ON THE REPORT FOR FINANCE TO CHASE.
       01  WS-STALE-LIMIT-DAYS    PIC 9(2) VALUE 05.
       01  WS-ALLOC-IDX           PIC 9 VALUE 0.
       01  WS-DUP-IDX             PIC 9 VALUE 0.
       01  WS-PCT-TOTAL           PIC 9(4)V99 VALUE 0.

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
           OPEN I-O LABOR-DIST-FILE
           IF WS-LDST-STATUS NOT = "00"
               DISPLAY "LABOR-DIST-FILE OPEN FAILED, STATUS "
                       WS-LDST-STATUS
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
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "DEPT-FILE OPEN FAILED, STATUS "
                       WS-DEPT-STATUS
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
           PERFORM PROCESS-RECYCLE-FILE
           MOVE WS-CURRENT-DATE TO WS-REJ-FIRST-DATE
           PERFORM READ-TRANS
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               PERFORM PROCESS-ONE-TRANS
               PERFORM READ-TRANS
           END-PERFORM
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE LABOR-DIST-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE DEPT-FILE
           CLOSE TRANS-FILE
           CLOSE MAINT-REPORT
           CLOSE RECYCLE-IN
           CLOSE RECYCLE-OUT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

      *  THE RUNCTL STAMP IS WHAT LETS CYCLE-GATE REFUSE LDMAINT
      *  WHILE PAYRRPT SITS IN STATUS R - PAYRRPT READS THE SETS AS
      *  IT GOES. THE JOB MAY RUN SEVERAL TIMES A DAY, SO THE START
      *  PARAGRAPH RE-STAMPS THE SAME BUSINESS DATE.
       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "LDMAINT" TO RUN-PROGRAM
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
           MOVE "LDMAINT" TO RUN-PROGRAM
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
      *  APPLY PATHS AS FRESH TRANSACTIONS, KEEPING THEIR ORIGINAL
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

      *  A DELETE ONLY NEEDS A WELL-FORMED KEY THAT HAS NOT YET
      *  TAKEN EFFECT - A FUTURE SET FOR AN EMPLOYEE DELETED SINCE
      *  MUST STILL BE REMOVABLE.
       EDIT-TRANS.
           MOVE "Y" TO WS-VALID-TRANS
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM CHECK-TRANS-EFF-DATE
           IF TRANS-ADD OR TRANS-CHANGE
               PERFORM CHECK-TRANS-EMPLOYEE
               PERFORM CHECK-TRANS-ALLOCATIONS
           END-IF
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE AND NOT TRANS-DELETE
               MOVE "TCDE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF.

      *  THE FIRST EDIT TO FAIL NAMES THE REASON FINANCE SEES ON
      *  THE RECYCLE RECORD; LATER FAILURES STILL INVALIDATE BUT DO
      *  NOT OVERWRITE IT.
       FLAG-EDIT-FAIL.
           IF WS-TRANS-IS-VALID
               MOVE WS-EDIT-REASON TO WS-REJECT-REASON
           END-IF
           MOVE "N" TO WS-VALID-TRANS.

      *  PAY ALREADY POSTED STAYS WHERE IT POSTED - A SET CAN ONLY
      *  START TODAY OR LATER, AND ONLY A SET NOT YET IN EFFECT MAY
      *  BE CHANGED OR DELETED.
       CHECK-TRANS-EFF-DATE.
           IF TRANS-EFF-DATE IS NOT NUMERIC
               MOVE "DATE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-EFF-DATE < WS-CURRENT-DATE
                   MOVE "PAST" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF.

      *  A DELETED EMPLOYEE IS GONE FROM THE MASTER, SO UNKNOWN AND
      *  DELETED BOTH FAIL THE READ.
       CHECK-TRANS-EMPLOYEE.
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NKEY" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
           END-READ.

       CHECK-TRANS-ALLOCATIONS.
           IF TRANS-ALLOC-COUNT IS NOT NUMERIC
               MOVE "CNT " TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-ALLOC-COUNT < 1 OR TRANS-ALLOC-COUNT > 5
                   MOVE "CNT " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               ELSE
                   MOVE 0 TO WS-PCT-TOTAL
                   PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                           UNTIL WS-ALLOC-IDX > TRANS-ALLOC-COUNT
                       PERFORM CHECK-ONE-ALLOCATION
                   END-PERFORM
                   IF WS-PCT-TOTAL NOT = 100
                       MOVE "TOT " TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   END-IF
               END-IF
           END-IF.

      *  ONLY AN ACTIVE CODE ON THE DEPARTMENT MASTER MAY TAKE A
      *  SHARE OF ANYONE'S PAY - THE SAME RULE EMPLOYEE-MAINT
      *  APPLIES TO EMP-DEPT.
       CHECK-ONE-ALLOCATION.
           MOVE TRANS-DEPT(WS-ALLOC-IDX) TO DEPT-CODE
           READ DEPT-FILE
               INVALID KEY
                   MOVE "DEPT" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               NOT INVALID KEY
                   IF NOT DEPT-ACTIVE
                       MOVE "DINA" TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   END-IF
           END-READ
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-ALLOC-IDX
               IF TRANS-DEPT(WS-DUP-IDX) = TRANS-DEPT(WS-ALLOC-IDX)
                   MOVE "DUPD" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-PERFORM
           IF TRANS-PCT(WS-ALLOC-IDX) IS NOT NUMERIC
               MOVE "PCT " TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-PCT(WS-ALLOC-IDX) = 0
                   MOVE "PCT " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               ELSE
                   ADD TRANS-PCT(WS-ALLOC-IDX) TO WS-PCT-TOTAL
               END-IF
           END-IF.

       APPLY-TRANS.
           EVALUATE TRUE
               WHEN TRANS-ADD
                   PERFORM ADD-DISTRIBUTION
               WHEN TRANS-CHANGE
                   PERFORM CHANGE-DISTRIBUTION
               WHEN TRANS-DELETE
                   PERFORM DELETE-DISTRIBUTION
           END-EVALUATE.

       ADD-DISTRIBUTION.
           MOVE TRANS-EMP-ID TO LD-EMP-ID
           MOVE TRANS-EFF-DATE TO LD-EFF-DATE
           PERFORM MOVE-TRANS-ALLOCATIONS
           WRITE LABOR-DIST-RECORD
               INVALID KEY
                   MOVE "DUPE" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM REPORT-APPLIED-SET
           END-WRITE.

       CHANGE-DISTRIBUTION.
           MOVE TRANS-EMP-ID TO LD-EMP-ID
           MOVE TRANS-EFF-DATE TO LD-EFF-DATE
           READ LABOR-DIST-FILE
               INVALID KEY
                   MOVE "NSET" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   PERFORM MOVE-TRANS-ALLOCATIONS
                   REWRITE LABOR-DIST-RECORD
                       INVALID KEY
                           MOVE "IOER" TO WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM REPORT-APPLIED-SET
                   END-REWRITE
           END-READ.

       DELETE-DISTRIBUTION.
           MOVE TRANS-EMP-ID TO LD-EMP-ID
           MOVE TRANS-EFF-DATE TO LD-EFF-DATE
           READ LABOR-DIST-FILE
               INVALID KEY
                   MOVE "NSET" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   DELETE LABOR-DIST-FILE
                       INVALID KEY
                           MOVE "IOER" TO WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                   END-DELETE
           END-READ.

      *  UNUSED ALLOCATION SLOTS ARE BLANKED SO PAYROLL-REPORT NEVER
      *  SEES A LEFTOVER DEPARTMENT FROM A LONGER EARLIER SET.
       MOVE-TRANS-ALLOCATIONS.
           MOVE TRANS-ALLOC-COUNT TO LD-ALLOC-COUNT
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 5
               IF WS-ALLOC-IDX > TRANS-ALLOC-COUNT
                   MOVE SPACES TO LD-DEPT(WS-ALLOC-IDX)
                   MOVE 0 TO LD-PCT(WS-ALLOC-IDX)
               ELSE
                   MOVE TRANS-DEPT(WS-ALLOC-IDX)
                       TO LD-DEPT(WS-ALLOC-IDX)
                   MOVE TRANS-PCT(WS-ALLOC-IDX)
                       TO LD-PCT(WS-ALLOC-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-DATE TO LD-MAINT-DATE.

       REPORT-APPLIED-SET.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPLIED  " TRANS-CODE " " TRANS-EMP-ID
                   " EFFECTIVE " TRANS-EFF-DATE
                   " PRIMARY " TRANS-DEPT(1)
                   " DEPTS " TRANS-ALLOC-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       REJECT-TRANS.
           MOVE "Y" TO WS-TRANS-REJECTED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "REJECTED " TRANS-CODE " " TRANS-EMP-ID
                   " EFFECTIVE " TRANS-EFF-DATE
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
                       " " TRANS-EFF-DATE
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
