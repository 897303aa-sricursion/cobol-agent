       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-LIABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLD-FILE ASSIGN TO WITHDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WITH-STATUS.
           SELECT GL-JOURNAL ASSIGN TO GLJRNL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LIABILITY-REPORT ASSIGN TO LIABRPT
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO TAXEXCP
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHHOLD-FILE.
           COPY WITHREC.

      *  GL JOURNAL EXTRACT IN THE LAYOUT PAYROLL-REPORT AND
      *  OFFCYCLE-PAY WRITE IT. THE JOB HANDS THIS PROGRAM EVERY
      *  GENERATION, SO TRAILERS FROM MANY RUNS ARE INTERLEAVED WITH
      *  THE DETAIL AND ARE SKIPPED.
       FD  GL-JOURNAL.
       01  GL-JOURNAL-RECORD.
           05 GL-REC-TYPE         PIC X.
               88 GL-IS-DETAIL        VALUE "D".
               88 GL-IS-TRAILER       VALUE "T".
           05 GL-BODY             PIC X(45).
           05 GL-DETAIL REDEFINES GL-BODY.
               10 GL-COST-CENTER  PIC X(6).
               10 GL-ACCOUNT      PIC X(4).
               10 GL-DC-FLAG      PIC X.
               10 GL-AMOUNT       PIC 9(9).
               10 GL-RUN-DATE     PIC 9(8).
               10 FILLER          PIC X(17).

       FD  LIABILITY-REPORT.
       01  LIABILITY-REPORT-LINE  PIC X(132).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WITH-STATUS         PIC XX VALUE "00".
       01  WS-GL-STATUS           PIC XX VALUE "00".
       01  WS-RPT-STATUS          PIC XX VALUE "00".
       01  WS-EXC-STATUS          PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-PARTS       REDEFINES WS-CURRENT-DATE.
           05 WS-CD-YEAR          PIC 9(4).
           05 WS-CD-MONTH         PIC 9(2).
           05 FILLER              PIC 9(2).
      *  PARM IS THE QUARTER TO REPORT AS YYYYQ. LEFT BLANK IT IS
      *  THE MOST RECENTLY COMPLETED QUARTER, SO THE JOB CAN BE
      *  SCHEDULED EARLY IN THE MONTH AFTER QUARTER END WITHOUT A
      *  PARM CHANGE.
       01  WS-PARM                PIC X(5) VALUE SPACES.
       01  WS-PARM-PARTS          REDEFINES WS-PARM.
           05 WS-PARM-YEAR        PIC 9(4).
           05 WS-PARM-QTR         PIC 9.
       01  WS-RPT-YEAR            PIC 9(4) VALUE 0.
       01  WS-RPT-QTR             PIC 9 VALUE 0.
       01  WS-QTR-START           PIC 9(8) VALUE 0.
       01  WS-QTR-END             PIC 9(8) VALUE 0.
       01  WS-EOF                 PIC X VALUE "N".
       01  WS-GL-EOF              PIC X VALUE "N".
       01  WS-ROW-WAGES           PIC S9(9) VALUE 0.
       01  WS-ROW-WITHHELD        PIC S9(9) VALUE 0.
       01  WS-SUM-WAGES           PIC S9(11) VALUE 0.
       01  WS-SUM-WITHHELD        PIC S9(11) VALUE 0.
      *  QUARTER TOTALS BY JURISDICTION. AN EMPLOYEE COUNTS WHEN THE
      *  ROW CARRIES ANY WAGES OR WITHHOLDING FOR THE QUARTER.
       01  WS-FED-COUNT           PIC 9(7) VALUE 0.
       01  WS-FED-WAGES           PIC S9(11) VALUE 0.
       01  WS-FED-WITHHELD        PIC S9(11) VALUE 0.
       01  WS-STATE-COUNT         PIC 9(7) VALUE 0.
       01  WS-STATE-WAGES         PIC S9(11) VALUE 0.
       01  WS-STATE-WITHHELD      PIC S9(11) VALUE 0.
      *  NET CREDITS TO THE WITHHOLDING LIABILITY ACCOUNTS FOR
      *  JOURNAL LINES DATED IN THE QUARTER - CREDITS ADD, DEBITS
      *  (OFF-CYCLE REVERSALS) SUBTRACT.
       01  WS-GL-FED-NET          PIC S9(11) VALUE 0.
       01  WS-GL-STATE-NET        PIC S9(11) VALUE 0.
       01  WS-GL-SIGNED           PIC S9(11) VALUE 0.
       01  WS-ROW-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
       01  WS-CMP-EXPECTED        PIC S9(11) VALUE 0.
       01  WS-CMP-ACTUAL          PIC S9(11) VALUE 0.
       01  WS-OUT-OF-BALANCE      PIC X VALUE "N".
       01  WS-HDR-LINE.
           05 FILLER              PIC X(32) VALUE
                   "QUARTERLY WITHHOLDING LIABILITY".
           05 FILLER              PIC X(5) VALUE "YEAR ".
           05 WS-HDR-YEAR         PIC 9(4).
           05 FILLER              PIC X(10) VALUE "  QUARTER ".
           05 WS-HDR-QTR          PIC 9.
           05 FILLER              PIC X(11) VALUE "  RUN DATE ".
           05 WS-HDR-DATE         PIC 9999/99/99.
       01  WS-COL-LINE.
           05 FILLER              PIC X(8) VALUE "EMP ID".
           05 FILLER              PIC X(22) VALUE "NAME".
           05 FILLER              PIC X(6) VALUE "JUR".
           05 FILLER              PIC X(14) VALUE "  QUARTER WAGE".
           05 FILLER              PIC X(14) VALUE "      WITHHELD".
       01  WS-DTL-LINE.
           05 WS-DTL-EMP-ID       PIC X(5).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-DTL-NAME         PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DTL-JURIS        PIC X.
           05 FILLER              PIC X(5) VALUE SPACES.
           05 WS-DTL-WAGES        PIC -(10)9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-DTL-WITHHELD     PIC -(10)9.
       01  WS-TOT-LINE.
           05 WS-TOT-LABEL        PIC X(10).
           05 FILLER              PIC X(11) VALUE " EMPLOYEES ".
           05 WS-TOT-COUNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(7) VALUE " WAGES ".
           05 WS-TOT-WAGES        PIC -(10)9.
           05 FILLER              PIC X(10) VALUE " WITHHELD ".
           05 WS-TOT-WITHHELD     PIC -(10)9.
       01  WS-TIE-LINE.
           05 WS-TIE-LABEL        PIC X(24).
           05 FILLER              PIC X(10) VALUE " EXPECTED ".
           05 WS-TIE-EXPECTED     PIC -(10)9.
           05 FILLER              PIC X(8) VALUE " ACTUAL ".
           05 WS-TIE-ACTUAL       PIC -(10)9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-TIE-VERDICT      PIC X(14).
       01  WS-EXC-HDR-LINE.
           05 FILLER              PIC X(40) VALUE
                   "WITHHOLDING ANNUAL VS QUARTER EXCEPTIONS".
           05 FILLER              PIC X(6) VALUE " YEAR ".
           05 WS-EXH-YEAR         PIC 9(4).
       01  WS-EXC-LINE.
           05 WS-EXC-EMP-ID       PIC X(5).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-EXC-NAME         PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-EXC-JURIS        PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-EXC-WHAT         PIC X(8).
           05 FILLER              PIC X(8) VALUE " ANNUAL ".
           05 WS-EXC-ANNUAL       PIC -(10)9.
           05 FILLER              PIC X(10) VALUE " QUARTERS ".
           05 WS-EXC-QUARTERS     PIC -(10)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SET-REPORT-QUARTER
           OPEN INPUT WITHHOLD-FILE
           IF WS-WITH-STATUS NOT = "00"
               DISPLAY "WITHHOLD-FILE OPEN FAILED, STATUS "
                       WS-WITH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL OPEN FAILED, STATUS "
                       WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIABILITY-REPORT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "LIABILITY-REPORT OPEN FAILED, STATUS "
                       WS-RPT-STATUS
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
           MOVE WS-RPT-YEAR TO WS-HDR-YEAR
           MOVE WS-RPT-QTR TO WS-HDR-QTR
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE LIABILITY-REPORT-LINE FROM WS-HDR-LINE
           WRITE LIABILITY-REPORT-LINE FROM WS-COL-LINE
           MOVE WS-RPT-YEAR TO WS-EXH-YEAR
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXC-HDR-LINE
           PERFORM READ-WITHHOLD
           PERFORM UNTIL WS-EOF = "Y"
               IF WH-TAX-YEAR = WS-RPT-YEAR
                   PERFORM PRINT-ONE-WITHHOLD-ROW
                   PERFORM CHECK-ANNUAL-TOTALS
               END-IF
               PERFORM READ-WITHHOLD
           END-PERFORM
           PERFORM SUM-GL-LIABILITY
           PERFORM PRINT-JURIS-TOTALS
           PERFORM PRINT-GL-TIE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "EXCEPTIONS = " WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE WITHHOLD-FILE
           CLOSE GL-JOURNAL
           CLOSE LIABILITY-REPORT
           CLOSE EXCEPTION-REPORT
           STOP RUN.

       SET-REPORT-QUARTER.
           IF WS-PARM = SPACES
               IF WS-CD-MONTH <= 03
                   COMPUTE WS-RPT-YEAR = WS-CD-YEAR - 1
                   MOVE 4 TO WS-RPT-QTR
               ELSE
                   MOVE WS-CD-YEAR TO WS-RPT-YEAR
                   COMPUTE WS-RPT-QTR = (WS-CD-MONTH - 1) / 3
               END-IF
           ELSE
               IF WS-PARM NOT NUMERIC
                   OR WS-PARM-QTR < 1 OR WS-PARM-QTR > 4
                   DISPLAY "TAX-LIABILITY PARM MUST BE YYYYQ, GOT "
                           WS-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-YEAR TO WS-RPT-YEAR
               MOVE WS-PARM-QTR TO WS-RPT-QTR
           END-IF
           COMPUTE WS-QTR-START = WS-RPT-YEAR * 10000
                   + ((WS-RPT-QTR - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QTR-END = WS-RPT-YEAR * 10000
                   + (WS-RPT-QTR * 3) * 100 + 31.

       READ-WITHHOLD.
           READ WITHHOLD-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       PRINT-ONE-WITHHOLD-ROW.
           EVALUATE WS-RPT-QTR
               WHEN 1
                   MOVE WH-Q1-WAGES TO WS-ROW-WAGES
                   MOVE WH-Q1-WITHHELD TO WS-ROW-WITHHELD
               WHEN 2
                   MOVE WH-Q2-WAGES TO WS-ROW-WAGES
                   MOVE WH-Q2-WITHHELD TO WS-ROW-WITHHELD
               WHEN 3
                   MOVE WH-Q3-WAGES TO WS-ROW-WAGES
                   MOVE WH-Q3-WITHHELD TO WS-ROW-WITHHELD
               WHEN 4
                   MOVE WH-Q4-WAGES TO WS-ROW-WAGES
                   MOVE WH-Q4-WITHHELD TO WS-ROW-WITHHELD
           END-EVALUATE
           IF WS-ROW-WAGES NOT = 0 OR WS-ROW-WITHHELD NOT = 0
               ADD 1 TO WS-ROW-COUNT
               MOVE WH-EMP-ID TO WS-DTL-EMP-ID
               MOVE WH-EMP-NAME TO WS-DTL-NAME
               MOVE WH-JURIS TO WS-DTL-JURIS
               MOVE WS-ROW-WAGES TO WS-DTL-WAGES
               MOVE WS-ROW-WITHHELD TO WS-DTL-WITHHELD
               WRITE LIABILITY-REPORT-LINE FROM WS-DTL-LINE
               IF WH-FEDERAL
                   ADD 1 TO WS-FED-COUNT
                   ADD WS-ROW-WAGES TO WS-FED-WAGES
                   ADD WS-ROW-WITHHELD TO WS-FED-WITHHELD
               ELSE
                   ADD 1 TO WS-STATE-COUNT
                   ADD WS-ROW-WAGES TO WS-STATE-WAGES
                   ADD WS-ROW-WITHHELD TO WS-STATE-WITHHELD
               END-IF
           END-IF.

      *  THE ANNUAL AMOUNTS ARE POSTED ALONGSIDE THE QUARTERS, SO
      *  ANY DIFFERENCE MEANS A ROW WAS UPDATED OUTSIDE THE PAYROLL
      *  PROGRAMS OR A POSTING WAS CUT SHORT.
       CHECK-ANNUAL-TOTALS.
           COMPUTE WS-SUM-WAGES = WH-Q1-WAGES + WH-Q2-WAGES
                   + WH-Q3-WAGES + WH-Q4-WAGES
           COMPUTE WS-SUM-WITHHELD = WH-Q1-WITHHELD + WH-Q2-WITHHELD
                   + WH-Q3-WITHHELD + WH-Q4-WITHHELD
           IF WS-SUM-WAGES NOT = WH-ANNUAL-WAGES
               MOVE "WAGES" TO WS-EXC-WHAT
               MOVE WH-ANNUAL-WAGES TO WS-EXC-ANNUAL
               MOVE WS-SUM-WAGES TO WS-EXC-QUARTERS
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-SUM-WITHHELD NOT = WH-ANNUAL-WITHHELD
               MOVE "WITHHELD" TO WS-EXC-WHAT
               MOVE WH-ANNUAL-WITHHELD TO WS-EXC-ANNUAL
               MOVE WS-SUM-WITHHELD TO WS-EXC-QUARTERS
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WH-EMP-ID TO WS-EXC-EMP-ID
           MOVE WH-EMP-NAME TO WS-EXC-NAME
           MOVE WH-JURIS TO WS-EXC-JURIS
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXC-LINE.

       SUM-GL-LIABILITY.
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-JOURNAL
                   AT END
                       MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF GL-IS-DETAIL
                           AND GL-RUN-DATE >= WS-QTR-START
                           AND GL-RUN-DATE <= WS-QTR-END
                           PERFORM ADD-GL-LIABILITY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-GL-LIABILITY.
           IF GL-DC-FLAG = "C"
               MOVE GL-AMOUNT TO WS-GL-SIGNED
           ELSE
               COMPUTE WS-GL-SIGNED = 0 - GL-AMOUNT
           END-IF
           EVALUATE GL-ACCOUNT
               WHEN "2100"
                   ADD WS-GL-SIGNED TO WS-GL-FED-NET
               WHEN "2110"
                   ADD WS-GL-SIGNED TO WS-GL-STATE-NET
           END-EVALUATE.

       PRINT-JURIS-TOTALS.
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE "FEDERAL" TO WS-TOT-LABEL
           MOVE WS-FED-COUNT TO WS-TOT-COUNT
           MOVE WS-FED-WAGES TO WS-TOT-WAGES
           MOVE WS-FED-WITHHELD TO WS-TOT-WITHHELD
           WRITE LIABILITY-REPORT-LINE FROM WS-TOT-LINE
           MOVE "STATE" TO WS-TOT-LABEL
           MOVE WS-STATE-COUNT TO WS-TOT-COUNT
           MOVE WS-STATE-WAGES TO WS-TOT-WAGES
           MOVE WS-STATE-WITHHELD TO WS-TOT-WITHHELD
           WRITE LIABILITY-REPORT-LINE FROM WS-TOT-LINE.

      *  WITHHOLDING POSTS TO THE QUARTER OF THE RUN THAT PAID OR
      *  REVERSED IT, THE SAME DATE THE JOURNAL LINE CARRIES, SO
      *  EACH JURISDICTION MUST TIE TO THE PENNY.
       PRINT-GL-TIE.
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE "FED WITHHELD / GL 2100" TO WS-TIE-LABEL
           MOVE WS-FED-WITHHELD TO WS-CMP-EXPECTED
           MOVE WS-GL-FED-NET TO WS-CMP-ACTUAL
           PERFORM JUDGE-ONE-TIE
           MOVE "STATE WITHHELD / GL 2110" TO WS-TIE-LABEL
           MOVE WS-STATE-WITHHELD TO WS-CMP-EXPECTED
           MOVE WS-GL-STATE-NET TO WS-CMP-ACTUAL
           PERFORM JUDGE-ONE-TIE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING "LIABILITY ROWS PRINTED = " WS-ROW-COUNT
                   DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           END-STRING
           WRITE LIABILITY-REPORT-LINE.

       JUDGE-ONE-TIE.
           MOVE WS-CMP-EXPECTED TO WS-TIE-EXPECTED
           MOVE WS-CMP-ACTUAL TO WS-TIE-ACTUAL
           IF WS-CMP-EXPECTED = WS-CMP-ACTUAL
               MOVE "BALANCED" TO WS-TIE-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TIE-VERDICT
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF
           MOVE WS-TIE-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE.
