       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO OFFTRAN
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTDDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
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
           SELECT TAX-RATE-FILE ASSIGN TO TAXRATES
               FILE STATUS IS WS-TAX-STATUS.
           SELECT DEPT-FILE ASSIGN TO DEPTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT BANK-FILE ASSIGN TO BANKDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BANK-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO DDEXT
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT DEPOSIT-EXCP ASSIGN TO DDEXCP
               FILE STATUS IS WS-DDEXCP-STATUS.
           SELECT CHECK-REQUEST-FILE ASSIGN TO CHKEXT
               FILE STATUS IS WS-CHKEXT-STATUS.
           SELECT GL-JOURNAL ASSIGN TO GLJRNL
               FILE STATUS IS WS-GL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLDAT
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OFF-REPORT ASSIGN TO OFFRPT
               FILE STATUS IS WS-OFFRPT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  E PAYS OFF-CYCLE EARNINGS - A BONUS, COMMISSION, FINAL
      *  PAY, OR MANUAL CORRECTION - OUTSIDE THE NIGHTLY CYCLE. R
      *  REVERSES PAY ALREADY ISSUED; THE ORIGINAL DATE IS THE
      *  BUSINESS DATE THE PAY WENT OUT AND IS ONLY LOOKED AT ON A
      *  REVERSAL. AMOUNTS ARE WHOLE DOLLARS OF GROSS.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-EARNINGS      VALUE "E".
               88 TRANS-REVERSAL      VALUE "R".
           05 TRANS-EMP-ID        PIC X(5).
           05 TRANS-EARN-TYPE     PIC X(4).
           05 TRANS-AMOUNT        PIC 9(5).
           05 TRANS-ORIG-DATE     PIC 9(8).
           05 TRANS-ORIG-PARTS REDEFINES TRANS-ORIG-DATE.
               10 TRANS-ORIG-YEAR PIC 9(4).
               10 TRANS-ORIG-MONTH PIC 9(2).
               10 TRANS-ORIG-DAY  PIC 9(2).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  YTD-MASTER.
           COPY YTDREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  WITHHOLD-FILE.
           COPY WITHREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05 TAX-JURIS           PIC X.
               88 TAX-IS-FEDERAL      VALUE "F".
               88 TAX-IS-STATE        VALUE "S".
           05 TAX-EFF-DATE        PIC 9(8).
           05 TAX-BRACKET-FLOOR   PIC 9(5).
           05 TAX-BRACKET-CEIL    PIC 9(5).
           05 TAX-RATE-PCT        PIC 9(2)V99.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  BANK-FILE.
           COPY BANKREC.

      *  SAME DETAIL-PLUS-TRAILER SHAPE AS THE NIGHTLY EXTRACT - EACH
      *  OFF-CYCLE RUN IS ITS OWN GENERATION WITH ITS OWN TRAILER.
       FD  DEPOSIT-FILE.
       01  DEPOSIT-RECORD.
           05 DEP-REC-TYPE        PIC X.
               88 DEP-IS-DETAIL       VALUE "D".
               88 DEP-IS-TRAILER      VALUE "T".
           05 DEP-BODY            PIC X(45).
           05 DEP-DETAIL REDEFINES DEP-BODY.
               10 DEP-EMP-ID      PIC X(5).
               10 DEP-ROUTING     PIC 9(9).
               10 DEP-ACCOUNT     PIC X(17).
               10 DEP-AMOUNT      PIC 9(7).
               10 FILLER          PIC X(7).
           05 DEP-TRAILER REDEFINES DEP-BODY.
               10 DEP-TOTAL-COUNT  PIC 9(7).
               10 DEP-TOTAL-AMOUNT PIC 9(9).
               10 FILLER          PIC X(29).

       FD  DEPOSIT-EXCP.
       01  DEPOSIT-EXCP-LINE      PIC X(80).

      *  MANUAL-PAY EARNINGS FOR CHECK-WRITER, IN THE NIGHTLY'S
      *  CHECK REQUEST LAYOUT. WRITTEN IN TRANSACTION ORDER - THE
      *  JOB SORTS THEM BY EMPLOYEE BEFORE THE CHECK STEP.
       FD  CHECK-REQUEST-FILE.
           COPY CHKREQ.

      *  SAME LAYOUT AND ACCOUNTS AS THE NIGHTLY JOURNAL. EACH
      *  DEPARTMENT'S EARNINGS AND REVERSALS NET AGAINST EACH OTHER,
      *  AND A NET REVERSAL FLIPS THE LINE TO THE OTHER SIDE - 5000
      *  POSTS AS A CREDIT AND THE PAYABLES AS DEBITS.
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
           05 GL-TRAILER REDEFINES GL-BODY.
               10 GL-LINE-COUNT   PIC 9(7).
               10 GL-DEBIT-TOTAL  PIC 9(11).
               10 GL-CREDIT-TOTAL PIC 9(11).
               10 GL-HASH-TOTAL   PIC 9(11).
               10 FILLER          PIC X(5).

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  OFF-REPORT.
       01  OFF-REPORT-LINE        PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS        PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-YTD-STATUS          PIC XX VALUE "00".
       01  WS-HIST-STATUS         PIC XX VALUE "00".
       01  WS-WITH-STATUS         PIC XX VALUE "00".
       01  WS-WH-JURIS            PIC X.
       01  WS-WH-WAGES            PIC S9(7) VALUE 0.
       01  WS-WH-WITHHELD         PIC S9(7) VALUE 0.
       01  WS-TAX-STATUS          PIC XX VALUE "00".
       01  WS-DEPT-STATUS         PIC XX VALUE "00".
       01  WS-BANK-STATUS         PIC XX VALUE "00".
       01  WS-DEPOSIT-STATUS      PIC XX VALUE "00".
       01  WS-DDEXCP-STATUS       PIC XX VALUE "00".
       01  WS-CHKEXT-STATUS       PIC XX VALUE "00".
       01  WS-GL-STATUS           PIC XX VALUE "00".
       01  WS-CTL-STATUS          PIC XX VALUE "00".
       01  WS-OFFRPT-STATUS       PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-PARTS       REDEFINES WS-CURRENT-DATE.
           05 WS-CD-YEAR          PIC 9(4).
           05 WS-CD-MONTH         PIC 9(2).
           05 FILLER              PIC 9(2).
       01  WS-CURRENT-QUARTER     PIC 9 VALUE 1.
       01  WS-POST-QUARTER        PIC 9 VALUE 1.
       01  WS-QUARTER-MONTH       PIC 9(2) VALUE 0.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
      *  REASON CODES: TCDE BAD TRANS CODE, NKEY EMPLOYEE NOT ON
      *  THE MASTER, ETYP EARNINGS TYPE NOT RECOGNIZED, AMT
      *  NON-NUMERIC OR ZERO AMOUNT, NBRK NO TAX BRACKET COVERS THE
      *  EARNINGS, ODAT REVERSAL DATE NON-NUMERIC OR AFTER TODAY,
      *  PYR REVERSAL OF PAY FROM AN EARLIER TAX YEAR, NPAY NOTHING
      *  PAID TO THE EMPLOYEE ON THE ORIGINAL DATE, OVRV REVERSAL
      *  MORE THAN THE DATE PAID LESS WHAT IS ALREADY REVERSED,
      *  NYTD YTD QUARTER TOO SMALL TO TAKE THE REVERSAL, IOER FILE
      *  ERROR ON THE APPLY.
       01  WS-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  WS-EDIT-REASON         PIC X(4) VALUE SPACES.
      *  EARNINGS TYPES PAYROLL MAY KEY OFF-CYCLE: BONS BONUS, COMM
      *  COMMISSION, FINL FINAL PAY ON TERMINATION, MANL MANUAL
      *  CORRECTION OF AN UNDERPAYMENT.
       01  WS-EARN-TYPE-VALUES.
           05 FILLER              PIC X(4) VALUE "BONS".
           05 FILLER              PIC X(4) VALUE "COMM".
           05 FILLER              PIC X(4) VALUE "FINL".
           05 FILLER              PIC X(4) VALUE "MANL".
       01  WS-EARN-TYPE-TABLE REDEFINES WS-EARN-TYPE-VALUES.
           05 WS-EARN-TYPE-CODE   PIC X(4) OCCURS 4 TIMES.
       01  WS-EARN-TYPE-USED      PIC 9(2) VALUE 4.
       01  WS-EARN-TYPE-IDX       PIC 9(2) VALUE 0.
       01  WS-EARN-TYPE-FOUND     PIC X VALUE "N".
       01  WS-GROSS-PAY           PIC 9(5) VALUE 0.
       01  WS-FED-TAX             PIC 9(5) VALUE 0.
       01  WS-STATE-TAX           PIC 9(5) VALUE 0.
       01  WS-DEDUCT-TOTAL        PIC 9(5) VALUE 0.
       01  WS-NET-PAY             PIC S9(7) VALUE 0.
       01  WS-SUSP-AMOUNT         PIC S9(7) VALUE 0.
       01  WS-HIST-LEFT           PIC S9(7) VALUE 0.
       01  WS-YTD-QTR-GROSS       PIC 9(9) VALUE 0.
       01  WS-YTD-QTR-NET         PIC 9(9) VALUE 0.
       01  WS-EARN-COUNT          PIC 9(7) VALUE 0.
       01  WS-EARN-GROSS          PIC 9(9) VALUE 0.
       01  WS-EARN-NET            PIC 9(9) VALUE 0.
       01  WS-REV-COUNT           PIC 9(7) VALUE 0.
       01  WS-REV-GROSS           PIC 9(9) VALUE 0.
       01  WS-REV-NET             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEPOSIT-COUNT       PIC 9(7) VALUE 0.
       01  WS-DEPOSIT-TOTAL       PIC 9(9) VALUE 0.
       01  WS-MANUAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHECK-REQ-COUNT     PIC 9(5) VALUE 0.
       01  WS-CRQ-IDX             PIC 9(2) VALUE 0.
       01  WS-SPLIT-AMOUNT        PIC 9(7) VALUE 0.
       01  WS-PRIMARY-AMOUNT      PIC 9(7) VALUE 0.
       01  WS-TAX-EOF             PIC X VALUE "N".
      *  RATE BRACKETS LOADED AT STARTUP FROM TAXRATES EXACTLY AS
      *  PAYROLL-REPORT LOADS THEM, SO OFF-CYCLE PAY WITHHOLDS ON
      *  THE SAME BRACKETS AS THE NIGHTLY CYCLE.
       01  WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 40 TIMES.
               10 WS-TAX-JURIS   PIC X.
               10 WS-TAX-EFF     PIC 9(8).
               10 WS-TAX-FLOOR   PIC 9(5).
               10 WS-TAX-CEIL    PIC 9(5).
               10 WS-TAX-RATE    PIC 9(2)V99.
       01  WS-TAX-USED            PIC 9(2) VALUE 0.
       01  WS-TAX-IDX             PIC 9(2) VALUE 0.
       01  WS-TAX-FOUND           PIC X VALUE "N".
       01  WS-CALC-JURIS          PIC X.
       01  WS-CALC-TAX            PIC 9(5) VALUE 0.
       01  WS-DEPTREF-TABLE.
           05 WS-DEPTREF-ENTRY OCCURS 50 TIMES.
               10 WS-DREF-CODE   PIC X(4).
               10 WS-DREF-COSTCTR PIC X(6).
       01  WS-DEPTREF-USED        PIC 9(2) VALUE 0.
       01  WS-DREF-IDX            PIC 9(2) VALUE 0.
       01  WS-DREF-FOUND          PIC X VALUE "N".
       01  WS-DREF-EOF            PIC X VALUE "N".
      *  SIGNED JOURNAL AMOUNTS PER DEPARTMENT. EXPENSE IS
      *  DEBIT-POSITIVE; THE PAYABLES AND SUSPENSE ARE
      *  CREDIT-POSITIVE. A REVERSAL SUBTRACTS FROM EVERY COLUMN.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
               10 WS-DEPT-CODE    PIC X(4).
               10 WS-DEPT-EXPENSE PIC S9(9).
               10 WS-DEPT-FED     PIC S9(9).
               10 WS-DEPT-STATE   PIC S9(9).
               10 WS-DEPT-BENE    PIC S9(9).
               10 WS-DEPT-NET     PIC S9(9).
               10 WS-DEPT-SUSP    PIC S9(9).
       01  WS-DEPT-USED           PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX            PIC 9(2) VALUE 0.
       01  WS-DEPT-FOUND          PIC X VALUE "N".
       01  WS-LOOKUP-DEPT-CODE    PIC X(4).
       01  WS-GL-LINE-COUNT       PIC 9(7) VALUE 0.
       01  WS-GL-DEBIT-TOTAL      PIC 9(11) VALUE 0.
       01  WS-GL-CREDIT-TOTAL     PIC 9(11) VALUE 0.
       01  WS-GL-COST-CENTER      PIC X(6).
       01  WS-GL-ACCOUNT          PIC X(4).
       01  WS-GL-DC               PIC X.
       01  WS-GL-AMOUNT           PIC 9(9) VALUE 0.
      *  THE SIGNED DEPARTMENT AMOUNT ABOUT TO POST, AND WHICH SIDE
      *  A POSITIVE AMOUNT BELONGS ON FOR THE ACCOUNT.
       01  WS-GL-SIGNED           PIC S9(9) VALUE 0.
       01  WS-GL-NORMAL-DC        PIC X.
       01  WS-SUSPENSE-CC         PIC X(6) VALUE "999999".
       01  WS-EXCP-LINE.
           05 WS-EXL-EMP-ID       PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-EXL-NAME         PIC X(20).
           05 FILLER              PIC X(5) VALUE " NET ".
           05 WS-EXL-NET          PIC ZZ,ZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-EXL-TEXT         PIC X(35).
       01  WS-RPT-GROSS           PIC ZZ,ZZ9.
       01  WS-RPT-FED             PIC ZZ,ZZ9.
       01  WS-RPT-STATE           PIC ZZ,ZZ9.
       01  WS-RPT-DEDUCT          PIC ZZ,ZZ9.
       01  WS-RPT-NET             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CD-MONTH TO WS-QUARTER-MONTH
           PERFORM SET-POST-QUARTER
           MOVE WS-POST-QUARTER TO WS-CURRENT-QUARTER
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL OPEN FAILED, STATUS "
                       WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-START
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-DEPT-MASTER
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRANS-FILE OPEN FAILED, STATUS "
                       WS-TRANS-STATUS
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
           OPEN I-O YTD-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "YTD-MASTER OPEN FAILED, STATUS "
                       WS-YTD-STATUS
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
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "BANK-FILE OPEN FAILED, STATUS "
                       WS-BANK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STATUS NOT = "00"
               DISPLAY "DEPOSIT-FILE OPEN FAILED, STATUS "
                       WS-DEPOSIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DEPOSIT-EXCP
           IF WS-DDEXCP-STATUS NOT = "00"
               DISPLAY "DEPOSIT-EXCP OPEN FAILED, STATUS "
                       WS-DDEXCP-STATUS
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
                       WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OFF-REPORT
           IF WS-OFFRPT-STATUS NOT = "00"
               DISPLAY "OFF-REPORT OPEN FAILED, STATUS "
                       WS-OFFRPT-STATUS
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
           PERFORM WRITE-DEPOSIT-TRAILER
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-OFF-SUMMARY
           CLOSE TRANS-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE YTD-MASTER
           CLOSE PAY-HISTORY-FILE
           CLOSE WITHHOLD-FILE
           CLOSE BANK-FILE
           CLOSE DEPOSIT-FILE
           CLOSE DEPOSIT-EXCP
           CLOSE CHECK-REQUEST-FILE
           CLOSE GL-JOURNAL
           CLOSE OFF-REPORT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

      *  THE RUNCTL STAMP IS WHAT LETS CYCLE-GATE KEEP OFFCYCLE AND
      *  PAYRRPT APART - BOTH POST YTD AND PAY HISTORY. THE JOB MAY
      *  RUN SEVERAL TIMES A DAY, SO THE START PARAGRAPH RE-STAMPS
      *  THE SAME DATE.
       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "OFFCYCLE" TO RUN-PROGRAM
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
           MOVE "OFFCYCLE" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   COMPUTE RUN-RECORD-COUNT = WS-EARN-COUNT
                           + WS-REV-COUNT
                   MOVE 0 TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       SET-POST-QUARTER.
           EVALUATE WS-QUARTER-MONTH
               WHEN 01 THRU 03 MOVE 1 TO WS-POST-QUARTER
               WHEN 04 THRU 06 MOVE 2 TO WS-POST-QUARTER
               WHEN 07 THRU 09 MOVE 3 TO WS-POST-QUARTER
               WHEN OTHER      MOVE 4 TO WS-POST-QUARTER
           END-EVALUATE.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "TAX-RATE-FILE OPEN FAILED, STATUS "
                       WS-TAX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TAX-EOF = "Y"
               READ TAX-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-TAX-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TAX-RATE
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE.

       LOAD-ONE-TAX-RATE.
           IF TAX-EFF-DATE > WS-CURRENT-DATE
               CONTINUE
           ELSE
               MOVE "N" TO WS-TAX-FOUND
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-USED
                   IF WS-TAX-JURIS(WS-TAX-IDX) = TAX-JURIS
                       AND WS-TAX-FLOOR(WS-TAX-IDX)
                           = TAX-BRACKET-FLOOR
                       MOVE "Y" TO WS-TAX-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TAX-FOUND = "Y"
                   IF TAX-EFF-DATE >= WS-TAX-EFF(WS-TAX-IDX)
                       PERFORM STORE-TAX-ENTRY
                   END-IF
               ELSE
                   IF WS-TAX-USED < 40
                       ADD 1 TO WS-TAX-USED
                       MOVE WS-TAX-USED TO WS-TAX-IDX
                       PERFORM STORE-TAX-ENTRY
                   ELSE
                       DISPLAY "TAX RATE TABLE FULL AT " TAX-JURIS
                               " FLOOR " TAX-BRACKET-FLOOR
                               " - RAISE THE TABLE SIZE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       STORE-TAX-ENTRY.
           MOVE TAX-JURIS TO WS-TAX-JURIS(WS-TAX-IDX)
           MOVE TAX-EFF-DATE TO WS-TAX-EFF(WS-TAX-IDX)
           MOVE TAX-BRACKET-FLOOR TO WS-TAX-FLOOR(WS-TAX-IDX)
           MOVE TAX-BRACKET-CEIL TO WS-TAX-CEIL(WS-TAX-IDX)
           MOVE TAX-RATE-PCT TO WS-TAX-RATE(WS-TAX-IDX).

      *  OFF-CYCLE EARNINGS ALWAYS WITHHOLD FROM THE BRACKET THAT
      *  COVERS THE PAYMENT - THE STORED PER-CYCLE OVERRIDES ON THE
      *  EMPLOYEE MASTER ARE SIZED FOR REGULAR PAY AND DO NOT APPLY.
      *  NO COVERING BRACKET REJECTS THE PAYMENT RATHER THAN PAY IT
      *  WITH NOTHING WITHHELD.
       CALC-ONE-JURIS.
           MOVE 0 TO WS-CALC-TAX
           MOVE "N" TO WS-TAX-FOUND
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-USED
               IF WS-TAX-JURIS(WS-TAX-IDX) = WS-CALC-JURIS
                   AND WS-GROSS-PAY >= WS-TAX-FLOOR(WS-TAX-IDX)
                   AND WS-GROSS-PAY <= WS-TAX-CEIL(WS-TAX-IDX)
                   COMPUTE WS-CALC-TAX ROUNDED = WS-GROSS-PAY
                           * WS-TAX-RATE(WS-TAX-IDX) / 100
                   MOVE "Y" TO WS-TAX-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TAX-FOUND = "N"
               MOVE "NBRK" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF.

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
               MOVE DEPT-COST-CENTER TO
                   WS-DREF-COSTCTR(WS-DEPTREF-USED)
           ELSE
               DISPLAY "DEPT REFERENCE TABLE FULL AT " DEPT-CODE
                       " - RAISE THE TABLE SIZE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-DEPT-NAME.
           MOVE "N" TO WS-DREF-FOUND
           PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                   UNTIL WS-DREF-IDX > WS-DEPTREF-USED
               IF WS-DREF-CODE(WS-DREF-IDX) = WS-LOOKUP-DEPT-CODE
                   MOVE "Y" TO WS-DREF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-TRANS.
           READ TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       EDIT-TRANS.
           MOVE "Y" TO WS-VALID-TRANS
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TRANS-EARNINGS AND NOT TRANS-REVERSAL
               MOVE "TCDE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NKEY" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
           END-READ
           IF TRANS-EARNINGS
               MOVE "N" TO WS-EARN-TYPE-FOUND
               PERFORM VARYING WS-EARN-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-EARN-TYPE-IDX > WS-EARN-TYPE-USED
                   IF WS-EARN-TYPE-CODE(WS-EARN-TYPE-IDX)
                       = TRANS-EARN-TYPE
                       MOVE "Y" TO WS-EARN-TYPE-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-EARN-TYPE-FOUND = "N"
                   MOVE "ETYP" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF TRANS-AMOUNT IS NOT NUMERIC
               MOVE "AMT " TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-AMOUNT = 0
                   MOVE "AMT " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF TRANS-REVERSAL
               PERFORM EDIT-REVERSAL-DATE
           END-IF.

      *  A REVERSAL ONLY REACHES BACK WITHIN THE CURRENT TAX YEAR -
      *  PRIOR-YEAR WAGES ARE ALREADY ON A W-2 AND YTD HAS BEEN
      *  CLOSED, SO THOSE GO THROUGH A CORRECTED W-2 INSTEAD.
       EDIT-REVERSAL-DATE.
           IF TRANS-ORIG-DATE IS NOT NUMERIC
               MOVE "ODAT" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-ORIG-DATE = 0
                   OR TRANS-ORIG-DATE > WS-CURRENT-DATE
                   MOVE "ODAT" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               ELSE
                   IF TRANS-ORIG-YEAR NOT = WS-CD-YEAR
                       MOVE "PYR " TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   END-IF
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
               WHEN TRANS-EARNINGS
                   PERFORM PAY-EARNINGS
               WHEN TRANS-REVERSAL
                   PERFORM REVERSE-PAY
           END-EVALUATE.

      *  EARNINGS WITHHOLD FED AND STATE AND NOTHING ELSE - NO
      *  DEDUCTION ROWS ARE TAKEN FROM OFF-CYCLE PAY. THE NET GOES
      *  OUT ON THIS RUN'S OWN DEPOSIT GENERATION.
       PAY-EARNINGS.
           MOVE TRANS-AMOUNT TO WS-GROSS-PAY
           MOVE "F" TO WS-CALC-JURIS
           PERFORM CALC-ONE-JURIS
           MOVE WS-CALC-TAX TO WS-FED-TAX
           MOVE "S" TO WS-CALC-JURIS
           PERFORM CALC-ONE-JURIS
           MOVE WS-CALC-TAX TO WS-STATE-TAX
           IF WS-TRANS-IS-VALID
               MOVE 0 TO WS-DEDUCT-TOTAL
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FED-TAX
                       - WS-STATE-TAX
               MOVE 0 TO WS-SUSP-AMOUNT
               MOVE WS-CURRENT-QUARTER TO WS-POST-QUARTER
               PERFORM POST-EARNINGS-YTD
               PERFORM POST-EARNINGS-HISTORY
               MOVE WS-GROSS-PAY TO WS-WH-WAGES
               PERFORM UPDATE-WITHHOLDING
               PERFORM ADD-DEPT-AMOUNTS
               PERFORM WRITE-DIRECT-DEPOSIT
               ADD 1 TO WS-EARN-COUNT
               ADD WS-GROSS-PAY TO WS-EARN-GROSS
               ADD WS-NET-PAY TO WS-EARN-NET
               PERFORM FORMAT-REPORT-AMOUNTS
               MOVE SPACES TO OFF-REPORT-LINE
               STRING "PAID     " TRANS-EMP-ID " " TRANS-EARN-TYPE
                       " GROSS " WS-RPT-GROSS
                       " FED " WS-RPT-FED
                       " STATE " WS-RPT-STATE
                       " NET " WS-RPT-NET
                       DELIMITED BY SIZE INTO OFF-REPORT-LINE
               END-STRING
               WRITE OFF-REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM REJECT-TRANS
           END-IF.

       POST-EARNINGS-YTD.
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   PERFORM INIT-YTD-RECORD
                   PERFORM ADD-YTD-AMOUNTS
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   PERFORM ADD-YTD-AMOUNTS
                   REWRITE YTD-RECORD
           END-READ.

       INIT-YTD-RECORD.
           MOVE EMP-NAME TO YTD-EMP-NAME
           MOVE 0 TO YTD-GROSS-PAY
           MOVE 0 TO YTD-NET-PAY
           MOVE 0 TO YTD-Q1-GROSS
           MOVE 0 TO YTD-Q2-GROSS
           MOVE 0 TO YTD-Q3-GROSS
           MOVE 0 TO YTD-Q4-GROSS
           MOVE 0 TO YTD-Q1-NET
           MOVE 0 TO YTD-Q2-NET
           MOVE 0 TO YTD-Q3-NET
           MOVE 0 TO YTD-Q4-NET.

       ADD-YTD-AMOUNTS.
           ADD WS-GROSS-PAY TO YTD-GROSS-PAY
           ADD WS-NET-PAY TO YTD-NET-PAY
           EVALUATE WS-POST-QUARTER
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

      *  EARNINGS KEYED TODAY JOIN TODAY'S PAY HISTORY ROW, SO THEY
      *  CAN BE REVERSED LATER LIKE ANY OTHER PAY.
       POST-EARNINGS-HISTORY.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-CURRENT-DATE TO PH-PAY-DATE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE WS-GROSS-PAY TO PH-GROSS
                   MOVE WS-FED-TAX TO PH-FED
                   MOVE WS-STATE-TAX TO PH-STATE
                   MOVE 0 TO PH-DEDUCT
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
                   ADD WS-NET-PAY TO PH-NET
                   REWRITE PAY-HISTORY-RECORD
           END-READ.

      *  A REVERSAL TAKES BACK GROSS PAID ON THE ORIGINAL DATE AND,
      *  IN THE SAME PROPORTION, THE WITHHOLDING, DEDUCTIONS AND NET
      *  THAT WENT WITH IT. THE REVERSAL THAT CLEARS WHAT IS LEFT OF
      *  THE DATE TAKES EXACTLY WHAT IS LEFT OF EACH AMOUNT, SO
      *  ROUNDING NEVER STRANDS A PENNY ON THE HISTORY ROW. YTD
      *  COMES OFF IN THE QUARTER THE PAY WAS ORIGINALLY POSTED.
      *  NO MONEY MOVES - THE NET ON THE REVERSED LINE IS WHAT
      *  PAYROLL RECOVERS FROM THE EMPLOYEE.
       REVERSE-PAY.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE TRANS-ORIG-DATE TO PH-PAY-DATE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "NPAY" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
           END-READ
           IF WS-TRANS-IS-VALID
               COMPUTE WS-HIST-LEFT = PH-GROSS - PH-REV-GROSS
               IF TRANS-AMOUNT > WS-HIST-LEFT
                   MOVE "OVRV" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF WS-TRANS-IS-VALID
               PERFORM CALC-REVERSAL-AMOUNTS
               MOVE TRANS-ORIG-MONTH TO WS-QUARTER-MONTH
               PERFORM SET-POST-QUARTER
               PERFORM CHECK-YTD-QUARTER
           END-IF
           IF WS-TRANS-IS-VALID
               PERFORM POST-REVERSAL
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM REJECT-TRANS
           END-IF.

       CALC-REVERSAL-AMOUNTS.
           MOVE TRANS-AMOUNT TO WS-GROSS-PAY
           IF TRANS-AMOUNT = WS-HIST-LEFT
               COMPUTE WS-FED-TAX = PH-FED - PH-REV-FED
               COMPUTE WS-STATE-TAX = PH-STATE - PH-REV-STATE
               COMPUTE WS-DEDUCT-TOTAL = PH-DEDUCT - PH-REV-DEDUCT
               COMPUTE WS-NET-PAY = PH-NET - PH-REV-NET
           ELSE
               COMPUTE WS-FED-TAX ROUNDED = PH-FED * TRANS-AMOUNT
                       / PH-GROSS
               COMPUTE WS-STATE-TAX ROUNDED = PH-STATE * TRANS-AMOUNT
                       / PH-GROSS
               COMPUTE WS-DEDUCT-TOTAL ROUNDED = PH-DEDUCT
                       * TRANS-AMOUNT / PH-GROSS
               COMPUTE WS-NET-PAY ROUNDED = PH-NET * TRANS-AMOUNT
                       / PH-GROSS
               IF WS-FED-TAX > PH-FED - PH-REV-FED
                   COMPUTE WS-FED-TAX = PH-FED - PH-REV-FED
               END-IF
               IF WS-STATE-TAX > PH-STATE - PH-REV-STATE
                   COMPUTE WS-STATE-TAX = PH-STATE - PH-REV-STATE
               END-IF
               IF WS-DEDUCT-TOTAL > PH-DEDUCT - PH-REV-DEDUCT
                   COMPUTE WS-DEDUCT-TOTAL = PH-DEDUCT - PH-REV-DEDUCT
               END-IF
               IF WS-NET-PAY > PH-NET - PH-REV-NET
                   COMPUTE WS-NET-PAY = PH-NET - PH-REV-NET
               END-IF
           END-IF
      *  PAY WHOSE NET WAS FORCED TO ZERO ON THE NIGHT LEAVES A GAP
      *  BETWEEN GROSS AND ITS PARTS - IT WENT TO 2999 SUSPENSE
      *  THEN, AND THE REVERSAL TAKES ITS SHARE BACK OUT OF 2999.
           COMPUTE WS-SUSP-AMOUNT = WS-GROSS-PAY - WS-FED-TAX
                   - WS-STATE-TAX - WS-DEDUCT-TOTAL - WS-NET-PAY.

       CHECK-YTD-QUARTER.
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   MOVE "NYTD" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               NOT INVALID KEY
                   EVALUATE WS-POST-QUARTER
                       WHEN 1
                           MOVE YTD-Q1-GROSS TO WS-YTD-QTR-GROSS
                           MOVE YTD-Q1-NET TO WS-YTD-QTR-NET
                       WHEN 2
                           MOVE YTD-Q2-GROSS TO WS-YTD-QTR-GROSS
                           MOVE YTD-Q2-NET TO WS-YTD-QTR-NET
                       WHEN 3
                           MOVE YTD-Q3-GROSS TO WS-YTD-QTR-GROSS
                           MOVE YTD-Q3-NET TO WS-YTD-QTR-NET
                       WHEN 4
                           MOVE YTD-Q4-GROSS TO WS-YTD-QTR-GROSS
                           MOVE YTD-Q4-NET TO WS-YTD-QTR-NET
                   END-EVALUATE
                   IF WS-YTD-QTR-GROSS < WS-GROSS-PAY
                       OR WS-YTD-QTR-NET < WS-NET-PAY
                       MOVE "NYTD" TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   END-IF
           END-READ.

      *  CHECK-YTD-QUARTER LEFT THE EMPLOYEE'S YTD RECORD IN THE
      *  BUFFER AND REVERSE-PAY READ THE HISTORY ROW - BOTH ARE
      *  REWRITTEN HERE.
       POST-REVERSAL.
           SUBTRACT WS-GROSS-PAY FROM YTD-GROSS-PAY
           SUBTRACT WS-NET-PAY FROM YTD-NET-PAY
           EVALUATE WS-POST-QUARTER
               WHEN 1
                   SUBTRACT WS-GROSS-PAY FROM YTD-Q1-GROSS
                   SUBTRACT WS-NET-PAY FROM YTD-Q1-NET
               WHEN 2
                   SUBTRACT WS-GROSS-PAY FROM YTD-Q2-GROSS
                   SUBTRACT WS-NET-PAY FROM YTD-Q2-NET
               WHEN 3
                   SUBTRACT WS-GROSS-PAY FROM YTD-Q3-GROSS
                   SUBTRACT WS-NET-PAY FROM YTD-Q3-NET
               WHEN 4
                   SUBTRACT WS-GROSS-PAY FROM YTD-Q4-GROSS
                   SUBTRACT WS-NET-PAY FROM YTD-Q4-NET
           END-EVALUATE
           REWRITE YTD-RECORD
               INVALID KEY
                   MOVE "IOER" TO WS-REJECT-REASON
           END-REWRITE
           IF WS-REJECT-REASON = "IOER"
               ADD 1 TO WS-REJECT-COUNT
               PERFORM REJECT-TRANS
           ELSE
               ADD WS-GROSS-PAY TO PH-REV-GROSS
               ADD WS-FED-TAX TO PH-REV-FED
               ADD WS-STATE-TAX TO PH-REV-STATE
               ADD WS-DEDUCT-TOTAL TO PH-REV-DEDUCT
               ADD WS-NET-PAY TO PH-REV-NET
               REWRITE PAY-HISTORY-RECORD
               PERFORM REVERSE-WITHHOLDING
               PERFORM SUBTRACT-DEPT-AMOUNTS
               ADD 1 TO WS-REV-COUNT
               ADD WS-GROSS-PAY TO WS-REV-GROSS
               ADD WS-NET-PAY TO WS-REV-NET
               PERFORM FORMAT-REPORT-AMOUNTS
               MOVE SPACES TO OFF-REPORT-LINE
               STRING "REVERSED " TRANS-EMP-ID " " TRANS-ORIG-DATE
                       " GROSS " WS-RPT-GROSS
                       " FED " WS-RPT-FED
                       " ST " WS-RPT-STATE
                       " DED " WS-RPT-DEDUCT
                       " NET " WS-RPT-NET
                       DELIMITED BY SIZE INTO OFF-REPORT-LINE
               END-STRING
               WRITE OFF-REPORT-LINE
           END-IF.

       FORMAT-REPORT-AMOUNTS.
           MOVE WS-GROSS-PAY TO WS-RPT-GROSS
           MOVE WS-FED-TAX TO WS-RPT-FED
           MOVE WS-STATE-TAX TO WS-RPT-STATE
           MOVE WS-DEDUCT-TOTAL TO WS-RPT-DEDUCT
           MOVE WS-NET-PAY TO WS-RPT-NET.

      *  EMPLOYEE-FILE IS READ AT RANDOM, SO DEPARTMENT AMOUNTS
      *  ACCUMULATE HERE FOR THE JOURNAL AT END OF RUN.
       FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-LOOKUP-DEPT-CODE
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-USED < 20
                   ADD 1 TO WS-DEPT-USED
                   MOVE WS-DEPT-USED TO WS-DEPT-IDX
                   MOVE WS-LOOKUP-DEPT-CODE TO
                       WS-DEPT-CODE(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-EXPENSE(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-FED(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-STATE(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-BENE(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-NET(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-SUSP(WS-DEPT-IDX)
               ELSE
                   DISPLAY "WARNING: DEPT TABLE FULL - "
                           WS-LOOKUP-DEPT-CODE
                           " LUMPED INTO LAST SLOT"
                   MOVE WS-DEPT-USED TO WS-DEPT-IDX
               END-IF
           END-IF.

       ADD-DEPT-AMOUNTS.
           MOVE EMP-DEPT TO WS-LOOKUP-DEPT-CODE
           PERFORM FIND-OR-ADD-DEPT
           ADD WS-GROSS-PAY TO WS-DEPT-EXPENSE(WS-DEPT-IDX)
           ADD WS-FED-TAX TO WS-DEPT-FED(WS-DEPT-IDX)
           ADD WS-STATE-TAX TO WS-DEPT-STATE(WS-DEPT-IDX)
           ADD WS-DEDUCT-TOTAL TO WS-DEPT-BENE(WS-DEPT-IDX)
           ADD WS-NET-PAY TO WS-DEPT-NET(WS-DEPT-IDX)
           ADD WS-SUSP-AMOUNT TO WS-DEPT-SUSP(WS-DEPT-IDX).

       SUBTRACT-DEPT-AMOUNTS.
           MOVE EMP-DEPT TO WS-LOOKUP-DEPT-CODE
           PERFORM FIND-OR-ADD-DEPT
           SUBTRACT WS-GROSS-PAY FROM WS-DEPT-EXPENSE(WS-DEPT-IDX)
           SUBTRACT WS-FED-TAX FROM WS-DEPT-FED(WS-DEPT-IDX)
           SUBTRACT WS-STATE-TAX FROM WS-DEPT-STATE(WS-DEPT-IDX)
           SUBTRACT WS-DEDUCT-TOTAL FROM WS-DEPT-BENE(WS-DEPT-IDX)
           SUBTRACT WS-NET-PAY FROM WS-DEPT-NET(WS-DEPT-IDX)
           SUBTRACT WS-SUSP-AMOUNT FROM WS-DEPT-SUSP(WS-DEPT-IDX).

      *  ONE DEPOSIT PER PAYMENT WITH ACTIVE BANK DETAILS, SPLIT THE
      *  SAME WAY AS THE NIGHTLY CYCLE. NO BANK RECORD OR AN
      *  INACTIVE ONE FALLS OUT ON THE EXCEPTION LISTING AND GOES
      *  TO CHECK-WRITER AS A CHECK REQUEST.
       WRITE-DIRECT-DEPOSIT.
           MOVE EMP-ID TO BANK-EMP-ID
           READ BANK-FILE
               INVALID KEY
                   MOVE "NO BANK DETAILS - MANUAL CHECK"
                       TO WS-EXL-TEXT
                   PERFORM WRITE-DEPOSIT-EXCEPTION
               NOT INVALID KEY
                   IF NOT BANK-ACTIVE
                       MOVE "BANK DETAILS INACTIVE - MANUAL CHECK"
                           TO WS-EXL-TEXT
                       PERFORM WRITE-DEPOSIT-EXCEPTION
                   ELSE
                       IF WS-NET-PAY > 0
                           PERFORM CHECK-PRENOTE-DEPOSIT
                       ELSE
                           MOVE "ZERO NET PAY - NO DEPOSIT"
                               TO WS-EXL-TEXT
                           PERFORM WRITE-DEPOSIT-EXCEPTION
                       END-IF
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
           COMPUTE WS-PRIMARY-AMOUNT = WS-NET-PAY - WS-SPLIT-AMOUNT
           IF WS-PRIMARY-AMOUNT > 0
               MOVE "D" TO DEP-REC-TYPE
               MOVE SPACES TO DEP-BODY
               MOVE EMP-ID TO DEP-EMP-ID
               MOVE BANK-ROUTING TO DEP-ROUTING
               MOVE BANK-ACCOUNT TO DEP-ACCOUNT
               MOVE WS-PRIMARY-AMOUNT TO DEP-AMOUNT
               WRITE DEPOSIT-RECORD
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD WS-PRIMARY-AMOUNT TO WS-DEPOSIT-TOTAL
           END-IF
           IF WS-SPLIT-AMOUNT > 0
               MOVE "D" TO DEP-REC-TYPE
               MOVE SPACES TO DEP-BODY
               MOVE EMP-ID TO DEP-EMP-ID
               MOVE BANK-ROUTING-2 TO DEP-ROUTING
               MOVE BANK-ACCOUNT-2 TO DEP-ACCOUNT
               MOVE WS-SPLIT-AMOUNT TO DEP-AMOUNT
               WRITE DEPOSIT-RECORD
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD WS-SPLIT-AMOUNT TO WS-DEPOSIT-TOTAL
           END-IF.

       WRITE-DEPOSIT-EXCEPTION.
           ADD 1 TO WS-MANUAL-COUNT
           MOVE EMP-ID TO WS-EXL-EMP-ID
           MOVE EMP-NAME TO WS-EXL-NAME
           MOVE WS-NET-PAY TO WS-EXL-NET
           WRITE DEPOSIT-EXCP-LINE FROM WS-EXCP-LINE
           IF WS-GROSS-PAY > 0
               PERFORM WRITE-CHECK-REQUEST
           END-IF.

      *  THE SAME REQUEST PAYROLL-REPORT WRITES FOR A MANUAL-PAY
      *  EMPLOYEE, DATED TODAY. NO DEDUCTIONS ARE TAKEN OFF-CYCLE,
      *  AND THE WHOLE NET WAS CREDITED TO 2200 AT EMP-DEPT, SO
      *  THAT IS THE ONE DISTRIBUTION ENTRY.
       WRITE-CHECK-REQUEST.
           MOVE EMP-ID TO CRQ-EMP-ID
           MOVE EMP-NAME TO CRQ-EMP-NAME
           MOVE EMP-DEPT TO CRQ-DEPT
           MOVE WS-CURRENT-DATE TO CRQ-PAY-DATE
           MOVE WS-GROSS-PAY TO CRQ-GROSS
           MOVE WS-FED-TAX TO CRQ-FED
           MOVE WS-STATE-TAX TO CRQ-STATE
           MOVE 0 TO CRQ-DEDUCT-TOTAL
           MOVE WS-NET-PAY TO CRQ-NET
           MOVE 0 TO CRQ-DED-COUNT
           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
                   UNTIL WS-CRQ-IDX > 20
               MOVE SPACES TO CRQ-DED-CODE(WS-CRQ-IDX)
               MOVE 0 TO CRQ-DED-AMOUNT(WS-CRQ-IDX)
           END-PERFORM
           PERFORM VARYING WS-CRQ-IDX FROM 1 BY 1
                   UNTIL WS-CRQ-IDX > 5
               MOVE SPACES TO CRQ-DIST-DEPT(WS-CRQ-IDX)
               MOVE 0 TO CRQ-DIST-NET(WS-CRQ-IDX)
           END-PERFORM
           MOVE 1 TO CRQ-DIST-COUNT
           MOVE EMP-DEPT TO CRQ-DIST-DEPT(1)
           MOVE WS-NET-PAY TO CRQ-DIST-NET(1)
           WRITE CHECK-REQUEST-RECORD
           ADD 1 TO WS-CHECK-REQ-COUNT.

       WRITE-DEPOSIT-TRAILER.
           MOVE "T" TO DEP-REC-TYPE
           MOVE SPACES TO DEP-BODY
           MOVE WS-DEPOSIT-COUNT TO DEP-TOTAL-COUNT
           MOVE WS-DEPOSIT-TOTAL TO DEP-TOTAL-AMOUNT
           WRITE DEPOSIT-RECORD
           DISPLAY "DEPOSITS EXTRACTED " WS-DEPOSIT-COUNT
                   " TOTAL " WS-DEPOSIT-TOTAL
                   " MANUAL CHECKS " WS-MANUAL-COUNT
           DISPLAY "CHECK REQUESTS " WS-CHECK-REQ-COUNT.

      *  SAME ACCOUNTS AS THE NIGHTLY JOURNAL: 5000 SALARY EXPENSE,
      *  2100 FED, 2110 STATE, 2120 BENEFITS, 2200 NET PAY PAYABLE,
      *  2999 SUSPENSE. EVERY PAYMENT AND REVERSAL BALANCES ON ITS
      *  OWN, SO THE FILE STILL NETS TO ZERO AFTER THE NETTING.
       WRITE-GL-JOURNAL.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
               PERFORM WRITE-ONE-GL-DEPT
           END-PERFORM
           PERFORM WRITE-GL-TRAILER
           DISPLAY "GL JOURNAL LINES " WS-GL-LINE-COUNT
                   " DEBITS " WS-GL-DEBIT-TOTAL
                   " CREDITS " WS-GL-CREDIT-TOTAL.

       WRITE-ONE-GL-DEPT.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-LOOKUP-DEPT-CODE
           PERFORM LOOKUP-DEPT-NAME
           IF WS-DREF-FOUND = "Y"
               MOVE WS-DREF-COSTCTR(WS-DREF-IDX) TO WS-GL-COST-CENTER
           ELSE
               MOVE WS-SUSPENSE-CC TO WS-GL-COST-CENTER
           END-IF
           MOVE "5000" TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-NORMAL-DC
           MOVE WS-DEPT-EXPENSE(WS-DEPT-IDX) TO WS-GL-SIGNED
           PERFORM WRITE-SIGNED-GL-LINE
           MOVE "C" TO WS-GL-NORMAL-DC
           MOVE "2100" TO WS-GL-ACCOUNT
           MOVE WS-DEPT-FED(WS-DEPT-IDX) TO WS-GL-SIGNED
           PERFORM WRITE-SIGNED-GL-LINE
           MOVE "2110" TO WS-GL-ACCOUNT
           MOVE WS-DEPT-STATE(WS-DEPT-IDX) TO WS-GL-SIGNED
           PERFORM WRITE-SIGNED-GL-LINE
           MOVE "2120" TO WS-GL-ACCOUNT
           MOVE WS-DEPT-BENE(WS-DEPT-IDX) TO WS-GL-SIGNED
           PERFORM WRITE-SIGNED-GL-LINE
           MOVE "2200" TO WS-GL-ACCOUNT
           MOVE WS-DEPT-NET(WS-DEPT-IDX) TO WS-GL-SIGNED
           PERFORM WRITE-SIGNED-GL-LINE
           MOVE "2999" TO WS-GL-ACCOUNT
           MOVE WS-DEPT-SUSP(WS-DEPT-IDX) TO WS-GL-SIGNED
           PERFORM WRITE-SIGNED-GL-LINE.

      *  A NEGATIVE AMOUNT POSTS TO THE OPPOSITE SIDE FROM THE
      *  ACCOUNT'S NORMAL ONE.
       WRITE-SIGNED-GL-LINE.
           IF WS-GL-SIGNED < 0
               COMPUTE WS-GL-AMOUNT = 0 - WS-GL-SIGNED
               IF WS-GL-NORMAL-DC = "D"
                   MOVE "C" TO WS-GL-DC
               ELSE
                   MOVE "D" TO WS-GL-DC
               END-IF
           ELSE
               MOVE WS-GL-SIGNED TO WS-GL-AMOUNT
               MOVE WS-GL-NORMAL-DC TO WS-GL-DC
           END-IF
           PERFORM WRITE-GL-LINE.

      *  ZERO-AMOUNT LINES ARE SKIPPED, AS IN THE NIGHTLY JOURNAL.
       WRITE-GL-LINE.
           IF WS-GL-AMOUNT > 0
               MOVE "D" TO GL-REC-TYPE
               MOVE SPACES TO GL-BODY
               MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
               MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
               MOVE WS-GL-DC TO GL-DC-FLAG
               MOVE WS-GL-AMOUNT TO GL-AMOUNT
               MOVE WS-CURRENT-DATE TO GL-RUN-DATE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
               IF WS-GL-DC = "D"
                   ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
               END-IF
           END-IF.

       WRITE-GL-TRAILER.
           MOVE "T" TO GL-REC-TYPE
           MOVE SPACES TO GL-BODY
           MOVE WS-GL-LINE-COUNT TO GL-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GL-CREDIT-TOTAL
           COMPUTE GL-HASH-TOTAL = WS-GL-DEBIT-TOTAL
                   + WS-GL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD.

      *  CONTROL AMOUNTS ARE UNSIGNED, SO EARNINGS AND REVERSALS GO
      *  TO PAYBAL AS TWO RECORDS: OFFCYCLE ADDS TO WHAT YTD SHOULD
      *  HOLD AND OFFCYREV TAKES OFF IT. BOTH ARE ALWAYS WRITTEN,
      *  ZERO OR NOT, SO PAYBAL SEES EVERY RUN.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "CONTROL-FILE OPEN FAILED, STATUS "
                       WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "OFFCYCLE" TO CTL-PROGRAM
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE
           MOVE WS-EARN-COUNT TO CTL-RECORD-COUNT
           MOVE WS-EARN-GROSS TO CTL-GROSS-AMOUNT
           MOVE WS-EARN-NET TO CTL-NET-AMOUNT
           MOVE 0 TO CTL-ADD-COUNT
           MOVE 0 TO CTL-CHANGE-COUNT
           MOVE 0 TO CTL-DELETE-COUNT
           WRITE CONTROL-RECORD
           MOVE "OFFCYREV" TO CTL-PROGRAM
           MOVE WS-REV-COUNT TO CTL-RECORD-COUNT
           MOVE WS-REV-GROSS TO CTL-GROSS-AMOUNT
           MOVE WS-REV-NET TO CTL-NET-AMOUNT
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       REJECT-TRANS.
           MOVE SPACES TO OFF-REPORT-LINE
           STRING "REJECTED " TRANS-CODE " " TRANS-EMP-ID
                   " " TRANS-EARN-TYPE " " TRANS-AMOUNT
                   " " TRANS-ORIG-DATE
                   " REASON " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO OFF-REPORT-LINE
           END-STRING
           WRITE OFF-REPORT-LINE.

       WRITE-OFF-SUMMARY.
           MOVE SPACES TO OFF-REPORT-LINE
           STRING "EARNINGS=" WS-EARN-COUNT
                   " GROSS=" WS-EARN-GROSS
                   " NET=" WS-EARN-NET
                   DELIMITED BY SIZE INTO OFF-REPORT-LINE
           END-STRING
           WRITE OFF-REPORT-LINE
           MOVE SPACES TO OFF-REPORT-LINE
           STRING "REVERSALS=" WS-REV-COUNT
                   " GROSS=" WS-REV-GROSS
                   " NET=" WS-REV-NET
                   " REJECTS=" WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO OFF-REPORT-LINE
           END-STRING
           WRITE OFF-REPORT-LINE.

      *  WAGES AND WITHHOLDING FOR BOTH JURISDICTIONS GO TO TODAY'S
      *  QUARTER AND TO THE ANNUAL TOTALS - A REVERSAL AS NEGATIVE
      *  AMOUNTS, IN THE QUARTER ITS GL DEBIT POSTS IN, NOT THE
      *  QUARTER OF THE PAY IT REVERSES.
       REVERSE-WITHHOLDING.
           COMPUTE WS-WH-WAGES = 0 - WS-GROSS-PAY
           MOVE "F" TO WS-WH-JURIS
           COMPUTE WS-WH-WITHHELD = 0 - WS-FED-TAX
           PERFORM POST-ONE-WITHHOLDING
           MOVE "S" TO WS-WH-JURIS
           COMPUTE WS-WH-WITHHELD = 0 - WS-STATE-TAX
           PERFORM POST-ONE-WITHHOLDING.

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
