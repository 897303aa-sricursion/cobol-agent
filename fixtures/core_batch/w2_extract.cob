       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLD-FILE ASSIGN TO WITHDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WITH-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTDDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT W2-FILE ASSIGN TO W2EXT
               FILE STATUS IS WS-W2-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO W2EXCP
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHHOLD-FILE.
           COPY WITHREC.

       FD  YTD-MASTER.
           COPY YTDREC.

      *  W-2 WAGE AND TAX EXTRACT - ONE DETAIL PER EMPLOYEE FOR THE
      *  TAX YEAR, THEN A TRAILER WITH THE RECORD COUNT AND THE FOUR
      *  AMOUNT TOTALS FOR THE FILER TO BALANCE ITS LOAD AGAINST.
       FD  W2-FILE.
       01  W2-RECORD.
           05 W2-REC-TYPE         PIC X.
               88 W2-IS-DETAIL        VALUE "D".
               88 W2-IS-TRAILER       VALUE "T".
           05 W2-BODY             PIC X(74).
           05 W2-DETAIL REDEFINES W2-BODY.
               10 W2-EMP-ID       PIC X(5).
               10 W2-EMP-NAME     PIC X(20).
               10 W2-TAX-YEAR     PIC 9(4).
               10 W2-FED-WAGES    PIC 9(9).
               10 W2-FED-WITHHELD PIC 9(9).
               10 W2-ST-WAGES     PIC 9(9).
               10 W2-ST-WITHHELD  PIC 9(9).
               10 FILLER          PIC X(9).
           05 W2-TRAILER REDEFINES W2-BODY.
               10 W2-TRL-YEAR     PIC 9(4).
               10 W2-TRL-COUNT    PIC 9(7).
               10 W2-TRL-FED-WAGES     PIC 9(11).
               10 W2-TRL-FED-WITHHELD  PIC 9(11).
               10 W2-TRL-ST-WAGES      PIC 9(11).
               10 W2-TRL-ST-WITHHELD   PIC 9(11).
               10 FILLER          PIC X(19).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WITH-STATUS         PIC XX VALUE "00".
       01  WS-YTD-STATUS          PIC XX VALUE "00".
       01  WS-W2-STATUS           PIC XX VALUE "00".
       01  WS-EXC-STATUS          PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-YM          REDEFINES WS-CURRENT-DATE.
           05 WS-CD-YEAR          PIC 9(4).
           05 WS-CD-MONTH         PIC 9(2).
           05 FILLER              PIC 9(2).
      *  PARM IS THE TAX YEAR AS YYYY. LEFT BLANK IT IS THE YEAR
      *  YTD-REPORT'S YEAREND RUN WOULD CLOSE - THE PRIOR YEAR WHEN
      *  SUBMITTED IN JANUARY - SINCE THIS STEP RUNS AHEAD OF IT.
       01  WS-PARM                PIC X(4) VALUE SPACES.
       01  WS-PARM-YEAR           REDEFINES WS-PARM PIC 9(4).
       01  WS-TAX-YEAR            PIC 9(4) VALUE 0.
       01  WS-EOF                 PIC X VALUE "N".
       01  WS-YTD-EOF             PIC X VALUE "N".
      *  ONE EMPLOYEE'S FEDERAL AND STATE ROWS, GATHERED AS THEY COME
      *  OFF THE WITHHOLDING FILE IN KEY ORDER.
       01  WS-HOLD-ACTIVE         PIC X VALUE "N".
       01  WS-HOLD-EMP-ID         PIC X(5).
       01  WS-HOLD-EMP-NAME       PIC X(20).
       01  WS-HOLD-FED-WAGES      PIC S9(9) VALUE 0.
       01  WS-HOLD-FED-WITHHELD   PIC S9(9) VALUE 0.
       01  WS-HOLD-ST-WAGES       PIC S9(9) VALUE 0.
       01  WS-HOLD-ST-WITHHELD    PIC S9(9) VALUE 0.
       01  WS-SUM-WAGES           PIC S9(11) VALUE 0.
       01  WS-SUM-WITHHELD        PIC S9(11) VALUE 0.
       01  WS-W2-COUNT            PIC 9(7) VALUE 0.
       01  WS-TOT-FED-WAGES       PIC 9(11) VALUE 0.
       01  WS-TOT-FED-WITHHELD    PIC 9(11) VALUE 0.
       01  WS-TOT-ST-WAGES        PIC 9(11) VALUE 0.
       01  WS-TOT-ST-WITHHELD     PIC 9(11) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNEXTRACTED-COUNT   PIC 9(7) VALUE 0.
      *  EXCEPTION REASONS:
      *    ANNUAL WAGES / ANNUAL WITHHELD - A ROW'S ANNUAL AMOUNT IS
      *        NOT THE SUM OF ITS FOUR QUARTERS
      *    FED/STATE WAGES - THE TWO JURISDICTIONS DISAGREE ON WAGES
      *    YTD GROSS - FEDERAL WAGES DISAGREE WITH THE YTD MASTER
      *    NO YTD ROW - WITHHOLDING WITH NO YTD MASTER ROW
      *    NO WITHHOLDING - YTD GROSS WITH NO FEDERAL WITHHOLDING ROW
      *    NEGATIVE - A NEGATIVE ANNUAL AMOUNT; NO W-2 IS EXTRACTED
       01  WS-EXC-HDR-LINE.
           05 FILLER              PIC X(29) VALUE
                   "W-2 EXTRACT EXCEPTIONS YEAR ".
           05 WS-EXH-YEAR         PIC 9(4).
           05 FILLER              PIC X(11) VALUE "  RUN DATE ".
           05 WS-EXH-DATE         PIC 9999/99/99.
       01  WS-EXC-LINE.
           05 WS-EXC-EMP-ID       PIC X(5).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-EXC-NAME         PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-EXC-JURIS        PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-EXC-WHAT         PIC X(16).
           05 FILLER              PIC X(10) VALUE " EXPECTED ".
           05 WS-EXC-EXPECTED     PIC -(10)9.
           05 FILLER              PIC X(8) VALUE " ACTUAL ".
           05 WS-EXC-ACTUAL       PIC -(10)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-PARM = SPACES
               IF WS-CD-MONTH = 01
                   COMPUTE WS-TAX-YEAR = WS-CD-YEAR - 1
               ELSE
                   MOVE WS-CD-YEAR TO WS-TAX-YEAR
               END-IF
           ELSE
               IF WS-PARM NOT NUMERIC
                   DISPLAY "W2-EXTRACT PARM MUST BE YYYY, GOT "
                           WS-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-YEAR TO WS-TAX-YEAR
           END-IF
           OPEN INPUT WITHHOLD-FILE
           IF WS-WITH-STATUS NOT = "00"
               DISPLAY "WITHHOLD-FILE OPEN FAILED, STATUS "
                       WS-WITH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT YTD-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "YTD-MASTER OPEN FAILED, STATUS "
                       WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT W2-FILE
           IF WS-W2-STATUS NOT = "00"
               DISPLAY "W2-FILE OPEN FAILED, STATUS "
                       WS-W2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "EXCEPTION-REPORT OPEN FAILED, STATUS "
                       WS-EXC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO WS-EXH-YEAR
           MOVE WS-CURRENT-DATE TO WS-EXH-DATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXC-HDR-LINE
           PERFORM READ-WITHHOLD
           PERFORM UNTIL WS-EOF = "Y"
               IF WH-TAX-YEAR = WS-TAX-YEAR
                   PERFORM GATHER-ONE-ROW
               END-IF
               PERFORM READ-WITHHOLD
           END-PERFORM
           IF WS-HOLD-ACTIVE = "Y"
               PERFORM EXTRACT-ONE-EMPLOYEE
           END-IF
           PERFORM SWEEP-YTD-MASTER
           PERFORM WRITE-W2-TRAILER
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "W-2 RECORDS = " WS-W2-COUNT
                   "  EXCEPTIONS = " WS-EXCEPTION-COUNT
                   "  NOT EXTRACTED = " WS-UNEXTRACTED-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           DISPLAY "W-2 RECORDS " WS-W2-COUNT
                   " EXCEPTIONS " WS-EXCEPTION-COUNT
           IF WS-UNEXTRACTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE WITHHOLD-FILE
           CLOSE YTD-MASTER
           CLOSE W2-FILE
           CLOSE EXCEPTION-REPORT
           STOP RUN.

       READ-WITHHOLD.
           READ WITHHOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       GATHER-ONE-ROW.
           IF WS-HOLD-ACTIVE = "Y"
               AND WH-EMP-ID NOT = WS-HOLD-EMP-ID
               PERFORM EXTRACT-ONE-EMPLOYEE
           END-IF
           IF WS-HOLD-ACTIVE = "N"
               MOVE "Y" TO WS-HOLD-ACTIVE
               MOVE WH-EMP-ID TO WS-HOLD-EMP-ID
               MOVE WH-EMP-NAME TO WS-HOLD-EMP-NAME
               MOVE 0 TO WS-HOLD-FED-WAGES
               MOVE 0 TO WS-HOLD-FED-WITHHELD
               MOVE 0 TO WS-HOLD-ST-WAGES
               MOVE 0 TO WS-HOLD-ST-WITHHELD
           END-IF
           IF WH-FEDERAL
               MOVE WH-ANNUAL-WAGES TO WS-HOLD-FED-WAGES
               MOVE WH-ANNUAL-WITHHELD TO WS-HOLD-FED-WITHHELD
           ELSE
               MOVE WH-ANNUAL-WAGES TO WS-HOLD-ST-WAGES
               MOVE WH-ANNUAL-WITHHELD TO WS-HOLD-ST-WITHHELD
           END-IF
           COMPUTE WS-SUM-WAGES = WH-Q1-WAGES + WH-Q2-WAGES
                   + WH-Q3-WAGES + WH-Q4-WAGES
           COMPUTE WS-SUM-WITHHELD = WH-Q1-WITHHELD + WH-Q2-WITHHELD
                   + WH-Q3-WITHHELD + WH-Q4-WITHHELD
           MOVE WH-JURIS TO WS-EXC-JURIS
           IF WS-SUM-WAGES NOT = WH-ANNUAL-WAGES
               MOVE "ANNUAL WAGES" TO WS-EXC-WHAT
               MOVE WS-SUM-WAGES TO WS-EXC-EXPECTED
               MOVE WH-ANNUAL-WAGES TO WS-EXC-ACTUAL
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-SUM-WITHHELD NOT = WH-ANNUAL-WITHHELD
               MOVE "ANNUAL WITHHELD" TO WS-EXC-WHAT
               MOVE WS-SUM-WITHHELD TO WS-EXC-EXPECTED
               MOVE WH-ANNUAL-WITHHELD TO WS-EXC-ACTUAL
               PERFORM WRITE-EXCEPTION
           END-IF.

      *  THE YTD MASTER IS STILL UN-RESET WHEN THIS STEP RUNS, SO
      *  ITS ANNUAL GROSS IS THE INDEPENDENT FIGURE THE FEDERAL
      *  WAGES ARE PROVED AGAINST.
       EXTRACT-ONE-EMPLOYEE.
           MOVE "N" TO WS-HOLD-ACTIVE
           MOVE "F" TO WS-EXC-JURIS
           IF WS-HOLD-FED-WAGES NOT = WS-HOLD-ST-WAGES
               MOVE "FED/STATE WAGES" TO WS-EXC-WHAT
               MOVE WS-HOLD-FED-WAGES TO WS-EXC-EXPECTED
               MOVE WS-HOLD-ST-WAGES TO WS-EXC-ACTUAL
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE WS-HOLD-EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE "NO YTD ROW" TO WS-EXC-WHAT
                   MOVE WS-HOLD-FED-WAGES TO WS-EXC-EXPECTED
                   MOVE 0 TO WS-EXC-ACTUAL
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF YTD-GROSS-PAY NOT = WS-HOLD-FED-WAGES
                       MOVE "YTD GROSS" TO WS-EXC-WHAT
                       MOVE YTD-GROSS-PAY TO WS-EXC-EXPECTED
                       MOVE WS-HOLD-FED-WAGES TO WS-EXC-ACTUAL
                       PERFORM WRITE-EXCEPTION
                   END-IF
           END-READ
           IF WS-HOLD-FED-WAGES < 0 OR WS-HOLD-FED-WITHHELD < 0
               OR WS-HOLD-ST-WAGES < 0 OR WS-HOLD-ST-WITHHELD < 0
               MOVE "NEGATIVE" TO WS-EXC-WHAT
               MOVE 0 TO WS-EXC-EXPECTED
               MOVE WS-HOLD-FED-WAGES TO WS-EXC-ACTUAL
               PERFORM WRITE-EXCEPTION
               ADD 1 TO WS-UNEXTRACTED-COUNT
           ELSE
               PERFORM WRITE-W2-DETAIL
           END-IF.

       WRITE-W2-DETAIL.
           MOVE SPACES TO W2-RECORD
           MOVE "D" TO W2-REC-TYPE
           MOVE WS-HOLD-EMP-ID TO W2-EMP-ID
           MOVE WS-HOLD-EMP-NAME TO W2-EMP-NAME
           MOVE WS-TAX-YEAR TO W2-TAX-YEAR
           MOVE WS-HOLD-FED-WAGES TO W2-FED-WAGES
           MOVE WS-HOLD-FED-WITHHELD TO W2-FED-WITHHELD
           MOVE WS-HOLD-ST-WAGES TO W2-ST-WAGES
           MOVE WS-HOLD-ST-WITHHELD TO W2-ST-WITHHELD
           WRITE W2-RECORD
           ADD 1 TO WS-W2-COUNT
           ADD WS-HOLD-FED-WAGES TO WS-TOT-FED-WAGES
           ADD WS-HOLD-FED-WITHHELD TO WS-TOT-FED-WITHHELD
           ADD WS-HOLD-ST-WAGES TO WS-TOT-ST-WAGES
           ADD WS-HOLD-ST-WITHHELD TO WS-TOT-ST-WITHHELD.

      *  AN EMPLOYEE PAID THIS YEAR WITH NO WITHHOLDING ROW AT ALL
      *  WOULD OTHERWISE GET NO W-2 AND NO EXCEPTION.
       SWEEP-YTD-MASTER.
           MOVE LOW-VALUES TO YTD-EMP-ID
           START YTD-MASTER KEY IS NOT LESS THAN YTD-EMP-ID
               INVALID KEY MOVE "Y" TO WS-YTD-EOF
           END-START
           PERFORM UNTIL WS-YTD-EOF = "Y"
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-YTD-EOF
                   NOT AT END
                       IF YTD-GROSS-PAY > 0
                           PERFORM CHECK-YTD-WITHHOLDING
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-YTD-WITHHOLDING.
           MOVE YTD-EMP-ID TO WH-EMP-ID
           MOVE WS-TAX-YEAR TO WH-TAX-YEAR
           MOVE "F" TO WH-JURIS
           READ WITHHOLD-FILE
               INVALID KEY
                   MOVE YTD-EMP-ID TO WS-HOLD-EMP-ID
                   MOVE YTD-EMP-NAME TO WS-HOLD-EMP-NAME
                   MOVE "F" TO WS-EXC-JURIS
                   MOVE "NO WITHHOLDING" TO WS-EXC-WHAT
                   MOVE YTD-GROSS-PAY TO WS-EXC-EXPECTED
                   MOVE 0 TO WS-EXC-ACTUAL
                   PERFORM WRITE-EXCEPTION
           END-READ.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-HOLD-EMP-ID TO WS-EXC-EMP-ID
           MOVE WS-HOLD-EMP-NAME TO WS-EXC-NAME
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXC-LINE.

       WRITE-W2-TRAILER.
           MOVE SPACES TO W2-RECORD
           MOVE "T" TO W2-REC-TYPE
           MOVE WS-TAX-YEAR TO W2-TRL-YEAR
           MOVE WS-W2-COUNT TO W2-TRL-COUNT
           MOVE WS-TOT-FED-WAGES TO W2-TRL-FED-WAGES
           MOVE WS-TOT-FED-WITHHELD TO W2-TRL-FED-WITHHELD
           MOVE WS-TOT-ST-WAGES TO W2-TRL-ST-WAGES
           MOVE WS-TOT-ST-WITHHELD TO W2-TRL-ST-WITHHELD
           WRITE W2-RECORD.
