       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO LEAVDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-FILE ASSIGN TO DEPTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO LVBALRPT
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY LEAVEREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  BALANCE-REPORT.
       01  BALANCE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LEAVE-STATUS        PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-DEPT-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS          PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-EOF                 PIC X VALUE "N".
       01  WS-DREF-EOF            PIC X VALUE "N".
       01  WS-ROW-COUNT           PIC 9(7) VALUE 0.
       01  WS-ROW-DEPT            PIC X(4).
      *  DEPARTMENT NAMES LOADED AT STARTUP FROM THE DEPARTMENT
      *  MASTER, THE SAME WAY PAYROLL-REPORT LOADS THEM.
       01  WS-DEPTREF-TABLE.
           05 WS-DEPTREF-ENTRY OCCURS 50 TIMES.
               10 WS-DREF-CODE    PIC X(4).
               10 WS-DREF-NAME    PIC X(20).
       01  WS-DEPTREF-USED        PIC 9(2) VALUE 0.
       01  WS-DREF-IDX            PIC 9(2) VALUE 0.
       01  WS-DREF-FOUND          PIC X VALUE "N".
      *  LEAVE-FILE IS KEYED BY EMPLOYEE, NOT DEPARTMENT, SO THE
      *  DEPARTMENT TOTALS ACCUMULATE HERE BY DEPARTMENT AND LEAVE
      *  TYPE AND PRINT AFTER THE DETAIL.
       01  WS-LVDEPT-TABLE.
           05 WS-LVDEPT-ENTRY OCCURS 100 TIMES.
               10 WS-LVD-DEPT     PIC X(4).
               10 WS-LVD-TYPE     PIC X.
               10 WS-LVD-COUNT    PIC 9(5).
               10 WS-LVD-ACCRUED  PIC 9(7)V99.
               10 WS-LVD-TAKEN    PIC 9(7)V99.
               10 WS-LVD-BALANCE  PIC S9(7)V99.
       01  WS-LVDEPT-USED         PIC 9(3) VALUE 0.
       01  WS-LVD-IDX             PIC 9(3) VALUE 0.
       01  WS-LVD-FOUND           PIC X VALUE "N".
       01  WS-HDR-LINE.
           05 FILLER              PIC X(30) VALUE
                   "LEAVE BALANCES BY DEPARTMENT".
           05 FILLER              PIC X(9) VALUE "RUN DATE ".
           05 WS-HDR-DATE         PIC 9999/99/99.
       01  WS-COL-LINE.
           05 FILLER              PIC X(8) VALUE "EMP ID".
           05 FILLER              PIC X(22) VALUE "NAME".
           05 FILLER              PIC X(6) VALUE "DEPT".
           05 FILLER              PIC X(5) VALUE "TYPE".
           05 FILLER              PIC X(12) VALUE " ACCRUED YTD".
           05 FILLER              PIC X(12) VALUE "   TAKEN YTD".
           05 FILLER              PIC X(12) VALUE "   REMAINING".
       01  WS-DTL-LINE.
           05 WS-DTL-EMP-ID       PIC X(5).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-DTL-NAME         PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DTL-DEPT         PIC X(4).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-DTL-TYPE         PIC X.
           05 FILLER              PIC X(6) VALUE SPACES.
           05 WS-DTL-ACCRUED      PIC ZZZ9.99.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 WS-DTL-TAKEN        PIC ZZZ9.99.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-DTL-BALANCE      PIC -(4)9.99.
       01  WS-DEPT-LINE.
           05 FILLER              PIC X(5) VALUE "DEPT ".
           05 WS-DPL-CODE         PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DPL-NAME         PIC X(20).
           05 FILLER              PIC X(6) VALUE " TYPE ".
           05 WS-DPL-TYPE         PIC X.
           05 FILLER              PIC X(6) VALUE " EMPS ".
           05 WS-DPL-COUNT        PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE " ACCRUED ".
           05 WS-DPL-ACCRUED      PIC ZZZZZZ9.99.
           05 FILLER              PIC X(7) VALUE " TAKEN ".
           05 WS-DPL-TAKEN        PIC ZZZZZZ9.99.
           05 FILLER              PIC X(11) VALUE " REMAINING ".
           05 WS-DPL-BALANCE      PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DEPT-MASTER
           OPEN INPUT LEAVE-FILE
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
           OPEN OUTPUT BALANCE-REPORT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "BALANCE-REPORT OPEN FAILED, STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE BALANCE-REPORT-LINE FROM WS-HDR-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-COL-LINE
           PERFORM READ-LEAVE
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM PRINT-ONE-LEAVE-ROW
               PERFORM READ-LEAVE
           END-PERFORM
           PERFORM PRINT-DEPT-TOTALS
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "LEAVE ROWS PRINTED = " WS-ROW-COUNT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE
           CLOSE LEAVE-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE BALANCE-REPORT
           STOP RUN.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "DEPT-FILE OPEN FAILED, STATUS "
                       WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DREF-EOF = "Y"
               READ DEPT-FILE
                   AT END
                       MOVE "Y" TO WS-DREF-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DEPT
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       LOAD-ONE-DEPT.
           IF WS-DEPTREF-USED < 50
               ADD 1 TO WS-DEPTREF-USED
               MOVE DEPT-CODE TO WS-DREF-CODE(WS-DEPTREF-USED)
               MOVE DEPT-NAME TO WS-DREF-NAME(WS-DEPTREF-USED)
           ELSE
               DISPLAY "DEPT REFERENCE TABLE FULL AT " DEPT-CODE
                       " - RAISE THE TABLE SIZE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LEAVE.
           READ LEAVE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      *  A LEAVE ROW LEFT BEHIND BY AN EMPLOYEE DELETED FROM THE
      *  MASTER STILL PRINTS, UNDER DEPARTMENT ????, SO HR SEES THE
      *  BALANCE IT STILL OWES OR IS OWED ON THE FINAL PAY.
       PRINT-ONE-LEAVE-ROW.
           ADD 1 TO WS-ROW-COUNT
           MOVE LV-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO WS-DTL-NAME
                   MOVE "????" TO WS-ROW-DEPT
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-DTL-NAME
                   MOVE EMP-DEPT TO WS-ROW-DEPT
           END-READ
           MOVE LV-EMP-ID TO WS-DTL-EMP-ID
           MOVE WS-ROW-DEPT TO WS-DTL-DEPT
           MOVE LV-TYPE TO WS-DTL-TYPE
           MOVE LV-ACCRUED-YTD TO WS-DTL-ACCRUED
           MOVE LV-TAKEN-YTD TO WS-DTL-TAKEN
           MOVE LV-BALANCE-HOURS TO WS-DTL-BALANCE
           WRITE BALANCE-REPORT-LINE FROM WS-DTL-LINE
           PERFORM FIND-OR-ADD-LVDEPT
           ADD 1 TO WS-LVD-COUNT(WS-LVD-IDX)
           ADD LV-ACCRUED-YTD TO WS-LVD-ACCRUED(WS-LVD-IDX)
           ADD LV-TAKEN-YTD TO WS-LVD-TAKEN(WS-LVD-IDX)
           ADD LV-BALANCE-HOURS TO WS-LVD-BALANCE(WS-LVD-IDX).

       FIND-OR-ADD-LVDEPT.
           MOVE "N" TO WS-LVD-FOUND
           PERFORM VARYING WS-LVD-IDX FROM 1 BY 1
                   UNTIL WS-LVD-IDX > WS-LVDEPT-USED
               IF WS-LVD-DEPT(WS-LVD-IDX) = WS-ROW-DEPT
                   AND WS-LVD-TYPE(WS-LVD-IDX) = LV-TYPE
                   MOVE "Y" TO WS-LVD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LVD-FOUND = "N"
               IF WS-LVDEPT-USED < 100
                   ADD 1 TO WS-LVDEPT-USED
                   MOVE WS-LVDEPT-USED TO WS-LVD-IDX
                   MOVE WS-ROW-DEPT TO WS-LVD-DEPT(WS-LVD-IDX)
                   MOVE LV-TYPE TO WS-LVD-TYPE(WS-LVD-IDX)
                   MOVE 0 TO WS-LVD-COUNT(WS-LVD-IDX)
                   MOVE 0 TO WS-LVD-ACCRUED(WS-LVD-IDX)
                   MOVE 0 TO WS-LVD-TAKEN(WS-LVD-IDX)
                   MOVE 0 TO WS-LVD-BALANCE(WS-LVD-IDX)
               ELSE
                   DISPLAY "LEAVE DEPT TABLE FULL AT " WS-ROW-DEPT
                           " - RAISE THE TABLE SIZE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PRINT-DEPT-TOTALS.
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           PERFORM VARYING WS-LVD-IDX FROM 1 BY 1
                   UNTIL WS-LVD-IDX > WS-LVDEPT-USED
               MOVE WS-LVD-DEPT(WS-LVD-IDX) TO WS-DPL-CODE
               MOVE "N" TO WS-DREF-FOUND
               PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                       UNTIL WS-DREF-IDX > WS-DEPTREF-USED
                   IF WS-DREF-CODE(WS-DREF-IDX)
                       = WS-LVD-DEPT(WS-LVD-IDX)
                       MOVE "Y" TO WS-DREF-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DREF-FOUND = "Y"
                   MOVE WS-DREF-NAME(WS-DREF-IDX) TO WS-DPL-NAME
               ELSE
                   MOVE "*UNKNOWN*" TO WS-DPL-NAME
               END-IF
               MOVE WS-LVD-TYPE(WS-LVD-IDX) TO WS-DPL-TYPE
               MOVE WS-LVD-COUNT(WS-LVD-IDX) TO WS-DPL-COUNT
               MOVE WS-LVD-ACCRUED(WS-LVD-IDX) TO WS-DPL-ACCRUED
               MOVE WS-LVD-TAKEN(WS-LVD-IDX) TO WS-DPL-TAKEN
               MOVE WS-LVD-BALANCE(WS-LVD-IDX) TO WS-DPL-BALANCE
               WRITE BALANCE-REPORT-LINE FROM WS-DEPT-LINE
           END-PERFORM.
