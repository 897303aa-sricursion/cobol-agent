       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REQUEST-FILE ASSIGN TO CHKEXT
               FILE STATUS IS WS-CHKEXT-STATUS.
           SELECT CHECK-CONTROL ASSIGN TO CHKCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKC-STOCK
               FILE STATUS IS WS-CHKCTL-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT POSITIVE-PAY ASSIGN TO PPAYEXT
               FILE STATUS IS WS-PPAY-STATUS.
           SELECT CHECK-PRINT ASSIGN TO CHKPRT
               FILE STATUS IS WS-CHKPRT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REQUEST-FILE.
           COPY CHKREQ.

       FD  CHECK-CONTROL.
           COPY CHKCTL.

       FD  CHECK-REGISTER.
           COPY CHKREG.

      *  POSITIVE PAY ISSUE FILE FOR THE BANK - THE SAME DETAIL-PLUS-
      *  TRAILER SHAPE AS THE DEPOSIT EXTRACT. EACH DETAIL TELLS THE
      *  BANK A CHECK NUMBER, AMOUNT AND PAYEE IT MAY HONOR (ACTION
      *  I) OR MUST NOW REFUSE (ACTION V, WRITTEN BY CHECK-VOID).
      *  THE TRAILER CARRIES THE DETAIL COUNT AND, UNSIGNED, THE
      *  TOTAL ISSUED AND THE TOTAL VOIDED.
       FD  POSITIVE-PAY.
       01  POSITIVE-PAY-RECORD.
           05 PP-REC-TYPE         PIC X.
               88 PP-IS-DETAIL        VALUE "D".
               88 PP-IS-TRAILER       VALUE "T".
           05 PP-BODY             PIC X(45).
           05 PP-DETAIL REDEFINES PP-BODY.
               10 PP-ACTION       PIC X.
                   88 PP-ISSUE        VALUE "I".
                   88 PP-VOID         VALUE "V".
               10 PP-CHECK-NO     PIC 9(8).
               10 PP-AMOUNT       PIC 9(7).
               10 PP-PAYEE        PIC X(20).
               10 PP-ISSUE-DATE   PIC 9(8).
               10 FILLER          PIC X.
           05 PP-TRAILER REDEFINES PP-BODY.
               10 PP-TOTAL-COUNT  PIC 9(7).
               10 PP-ISSUE-TOTAL  PIC 9(9).
               10 PP-VOID-TOTAL   PIC 9(9).
               10 FILLER          PIC X(20).

       FD  CHECK-PRINT.
       01  CHECK-PRINT-LINE       PIC X(132).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CHKEXT-STATUS       PIC XX VALUE "00".
       01  WS-CHKCTL-STATUS       PIC XX VALUE "00".
       01  WS-CHKREG-STATUS       PIC XX VALUE "00".
       01  WS-PPAY-STATUS         PIC XX VALUE "00".
       01  WS-CHKPRT-STATUS       PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-EOF                 PIC X VALUE "N".
      *  THE PAYROLL ACCOUNT'S CHECK STOCK ON THE CONTROL FILE.
       01  WS-CHECK-STOCK         PIC X(8) VALUE "PAYROLL".
      *  THE PARM: BLANK FOR THE NIGHTLY RUN, OFFCYCLE FOR A
      *  DAYTIME OFF-CYCLE RUN. BOTH DRAW ON THE SAME STOCK.
       01  WS-RUN-PARM            PIC X(8) VALUE SPACES.
       01  WS-RUN-TYPE            PIC X VALUE "N".
           88 WS-NIGHTLY-RUN          VALUE "N".
           88 WS-OFFCYCLE-RUN         VALUE "O".
      *  EACH REQUEST IS HELD UNTIL THE NEXT ONE IS READ, SO A
      *  REPEATED EMPLOYEE CAN BE SEEN BEFORE ANY CHECK PRINTS.
       01  WS-HOLD-REQUEST.
           05 WS-HOLD-EMP-ID      PIC X(5).
           05 FILLER              PIC X(341).
       01  WS-NEXT-REQUEST.
           05 WS-NEXT-EMP-ID      PIC X(5).
           05 FILLER              PIC X(341).
       01  WS-DUP-COUNT           PIC 9(5) VALUE 0.
       01  WS-DIST-IDX            PIC 9 VALUE 0.
       01  WS-RESUME-EMP-ID       PIC X(5) VALUE SPACES.
       01  WS-RECOVER-DONE        PIC X VALUE "N".
       01  WS-CHECK-NO            PIC 9(8) VALUE 0.
       01  WS-ISSUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-ISSUE-AMOUNT        PIC 9(9) VALUE 0.
       01  WS-ADVICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(5) VALUE 0.
       01  WS-RECOVER-COUNT       PIC 9(5) VALUE 0.
       01  WS-PP-COUNT            PIC 9(7) VALUE 0.
       01  WS-PP-ISSUE-AMOUNT     PIC 9(9) VALUE 0.
       01  WS-PP-VOID-AMOUNT      PIC 9(9) VALUE 0.
       01  WS-DED-IDX             PIC 9(2) VALUE 0.
       01  WS-PRINT-LINE          PIC X(132).
       01  WS-STUB-HDR-LINE.
           05 FILLER              PIC X(30) VALUE
                   "PAYROLL EARNINGS STATEMENT".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SHL-CHECK-TEXT   PIC X(9).
           05 WS-SHL-CHECK-NO     PIC X(14).
           05 FILLER              PIC X(9) VALUE "PAY DATE ".
           05 WS-SHL-PAY-DATE     PIC 9999/99/99.
       01  WS-STUB-EMP-LINE.
           05 FILLER              PIC X(9) VALUE "EMPLOYEE ".
           05 WS-SEL-EMP-ID       PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SEL-NAME         PIC X(20).
           05 FILLER              PIC X(6) VALUE " DEPT ".
           05 WS-SEL-DEPT         PIC X(4).
       01  WS-STUB-AMT-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-SAL-LABEL        PIC X(24).
           05 WS-SAL-AMOUNT       PIC Z,ZZZ,ZZ9.
       01  WS-STUB-RULE-LINE      PIC X(60) VALUE ALL "-".
       01  WS-CHECK-PAYEE-LINE.
           05 FILLER              PIC X(20) VALUE
                   "PAY TO THE ORDER OF ".
           05 WS-CPL-PAYEE        PIC X(20).
           05 FILLER              PIC X(6) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "CHECK ".
           05 WS-CPL-CHECK-NO     PIC 9(8).
       01  WS-CHECK-AMOUNT-LINE.
           05 FILLER              PIC X(20) VALUE
                   "THE SUM OF".
           05 FILLER              PIC X VALUE "$".
           05 WS-CAL-AMOUNT       PIC *,***,**9.
           05 FILLER              PIC X(4) VALUE ".00 ".
           05 FILLER              PIC X(6) VALUE " DATE ".
           05 WS-CAL-DATE         PIC 9999/99/99.
       01  WS-ADVICE-LINE         PIC X(60) VALUE
               "NON-NEGOTIABLE - NET PAY IS ZERO, NO CHECK ISSUED".
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL        PIC X(24).
           05 WS-SUM-COUNT        PIC ZZ,ZZ9.
           05 FILLER              PIC X(8) VALUE " AMOUNT ".
           05 WS-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.
       01  WS-RANGE-LINE.
           05 FILLER              PIC X(24) VALUE
                   "CHECK NUMBERS USED".
           05 WS-RNG-FIRST        PIC 9(8).
           05 FILLER              PIC X(4) VALUE " TO ".
           05 WS-RNG-LAST         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           EVALUATE WS-RUN-PARM
               WHEN SPACES
                   MOVE "N" TO WS-RUN-TYPE
               WHEN "OFFCYCLE"
                   MOVE "O" TO WS-RUN-TYPE
               WHEN OTHER
                   DISPLAY "UNKNOWN RUN TYPE " WS-RUN-PARM
                           " - BLANK OR OFFCYCLE EXPECTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL OPEN FAILED, STATUS "
                       WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CHECK-CONTROL
           IF WS-CHKCTL-STATUS NOT = "00"
               DISPLAY "CHECK-CONTROL OPEN FAILED, STATUS "
                       WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-CHKREG-STATUS NOT = "00"
               DISPLAY "CHECK-REGISTER OPEN FAILED, STATUS "
                       WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM START-CHECK-RUN
           PERFORM WRITE-RUN-START
           OPEN INPUT CHECK-REQUEST-FILE
           IF WS-CHKEXT-STATUS NOT = "00"
               DISPLAY "CHECK-REQUEST-FILE OPEN FAILED, STATUS "
                       WS-CHKEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSITIVE-PAY
           IF WS-PPAY-STATUS NOT = "00"
               DISPLAY "POSITIVE-PAY OPEN FAILED, STATUS "
                       WS-PPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-PRINT
           IF WS-CHKPRT-STATUS NOT = "00"
               DISPLAY "CHECK-PRINT OPEN FAILED, STATUS "
                       WS-CHKPRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-REQUEST
           PERFORM UNTIL WS-EOF = "Y"
               MOVE WS-NEXT-REQUEST TO WS-HOLD-REQUEST
               PERFORM READ-REQUEST
               PERFORM CHECK-REQUEST-ORDER
               IF WS-NIGHTLY-RUN AND WS-EOF = "N"
                   AND WS-NEXT-EMP-ID = WS-HOLD-EMP-ID
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "EMPLOYEE " WS-HOLD-EMP-ID
                           " REQUESTED TWICE - THE LATER REQUEST"
                           " IS PAID"
               ELSE
                   MOVE WS-HOLD-REQUEST TO CHECK-REQUEST-RECORD
                   IF WS-RESUME-EMP-ID NOT = SPACES
                       AND CRQ-EMP-ID NOT > WS-RESUME-EMP-ID
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       PERFORM PROCESS-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM PRINT-RUN-SUMMARY
           MOVE "C" TO CKC-RUN-STATUS
           IF WS-NIGHTLY-RUN
               MOVE WS-CURRENT-DATE TO CKC-NIGHTLY-DATE
           END-IF
           REWRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-REQUEST-FILE
           CLOSE CHECK-CONTROL
           CLOSE CHECK-REGISTER
           CLOSE POSITIVE-PAY
           CLOSE CHECK-PRINT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           DISPLAY "CHECKS ISSUED " WS-ISSUE-COUNT
                   " AMOUNT " WS-ISSUE-AMOUNT
                   " ZERO-NET STUBS " WS-ADVICE-COUNT
           STOP RUN.

      *  CHECKS ALREADY ON THE REGISTER ARE PICKED UP FIRST, SO A
      *  NUMBER IS NEVER ISSUED TWICE. A RUN OF THE OTHER TYPE
      *  STILL IN PROGRESS TODAY HOLDS THE STOCK - IT MUST BE
      *  RESUBMITTED AND FINISHED FIRST, OR ITS RESTART POINT WOULD
      *  BE LOST. A RUN OF THIS TYPE STILL IN PROGRESS TODAY IS AN
      *  ABENDED RUN BEING RESUBMITTED - IT RESUMES AFTER THE LAST
      *  EMPLOYEE RECORDED. A SECOND NIGHTLY RUN FOR A DATE IS
      *  REFUSED, THE SAME WAY PAYRRPT REFUSES TO POST A DATE
      *  TWICE; OFF-CYCLE RUNS MAY FOLLOW ONE ANOTHER ALL DAY, AS
      *  OFFCYCLE ITSELF DOES.
       START-CHECK-RUN.
           MOVE WS-CHECK-STOCK TO CKC-STOCK
           READ CHECK-CONTROL
               INVALID KEY
                   DISPLAY "CHECK-CONTROL HAS NO " WS-CHECK-STOCK
                           " ROW - LOAD THE STARTING CHECK NUMBER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM RECOVER-REGISTERED-CHECKS
           EVALUATE TRUE
               WHEN CKC-RUN-DATE = WS-CURRENT-DATE
                   AND CKC-IN-PROGRESS
                   AND CKC-RUN-TYPE NOT = WS-RUN-TYPE
                   DISPLAY "CHECK RUN OF TYPE " CKC-RUN-TYPE
                           " STILL IN PROGRESS AFTER EMPLOYEE "
                           CKC-LAST-EMP-ID
                           " - FINISH IT FIRST, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-NIGHTLY-RUN
                   AND CKC-NIGHTLY-DATE = WS-CURRENT-DATE
                   AND NOT (CKC-RUN-DATE = WS-CURRENT-DATE
                            AND CKC-IN-PROGRESS)
                   DISPLAY "CHECKS ALREADY WRITTEN FOR BUSINESS "
                           "DATE " WS-CURRENT-DATE
                           " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CKC-RUN-DATE = WS-CURRENT-DATE
                   AND CKC-IN-PROGRESS
                   MOVE CKC-LAST-EMP-ID TO WS-RESUME-EMP-ID
                   DISPLAY "RESUMING CHECK RUN AFTER EMPLOYEE "
                           WS-RESUME-EMP-ID
                           " LAST CHECK " CKC-LAST-CHECK-NO
               WHEN OTHER
                   IF CKC-IN-PROGRESS
                       DISPLAY "WARNING: CHECK RUN OF " CKC-RUN-DATE
                               " NEVER COMPLETED - NUMBERING"
                               " CONTINUES FROM " CKC-LAST-CHECK-NO
                   END-IF
                   MOVE WS-CURRENT-DATE TO CKC-RUN-DATE
                   MOVE "R" TO CKC-RUN-STATUS
                   MOVE WS-RUN-TYPE TO CKC-RUN-TYPE
                   MOVE SPACES TO CKC-LAST-EMP-ID
                   COMPUTE CKC-FIRST-CHECK-NO = CKC-LAST-CHECK-NO + 1
                   MOVE 0 TO CKC-CHECK-COUNT
                   MOVE 0 TO CKC-CHECK-AMOUNT
                   REWRITE CHECK-CONTROL-RECORD
           END-EVALUATE.

       RECOVER-REGISTERED-CHECKS.
           MOVE "N" TO WS-RECOVER-DONE
           PERFORM UNTIL WS-RECOVER-DONE = "Y"
               COMPUTE OC-CHECK-NO = CKC-LAST-CHECK-NO + 1
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE "Y" TO WS-RECOVER-DONE
                   NOT INVALID KEY
                       MOVE OC-CHECK-NO TO CKC-LAST-CHECK-NO
                       MOVE OC-EMP-ID TO CKC-LAST-EMP-ID
                       ADD 1 TO CKC-CHECK-COUNT
                       ADD OC-AMOUNT TO CKC-CHECK-AMOUNT
                       REWRITE CHECK-CONTROL-RECORD
                       ADD 1 TO WS-RECOVER-COUNT
                       DISPLAY "CHECK " OC-CHECK-NO
                               " ON REGISTER BUT NOT CONTROL FILE"
                               " - RECORDED AS ISSUED TO " OC-EMP-ID
               END-READ
           END-PERFORM.

       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "CHKWRT" TO RUN-PROGRAM
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
           MOVE "CHKWRT" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   MOVE WS-ISSUE-COUNT TO RUN-RECORD-COUNT
                   MOVE 0 TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-REQUEST.
           READ CHECK-REQUEST-FILE INTO WS-NEXT-REQUEST
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      *  RESUME AND THE REPEAT CHECK BOTH DEPEND ON EMPLOYEE ORDER.
      *  A REQUEST THAT STEPS BACKWARDS MEANS THE WRONG FILES OR
      *  THE WRONG CONCATENATION ORDER - NOTHING MORE PRINTS, AND
      *  THE CONTROL ROW STAYS IN PROGRESS SO A RESUBMISSION WITH
      *  THE RIGHT INPUT RESUMES WHERE THIS ONE STOPPED.
       CHECK-REQUEST-ORDER.
           IF WS-EOF = "N"
               AND WS-NEXT-EMP-ID < WS-HOLD-EMP-ID
               DISPLAY "CHECK REQUEST " WS-NEXT-EMP-ID
                       " OUT OF EMPLOYEE ORDER AFTER "
                       WS-HOLD-EMP-ID " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ONE-REQUEST.
           IF CRQ-NET > 0
               PERFORM ISSUE-CHECK
           ELSE
               PERFORM PRINT-ZERO-NET-STUB
           END-IF.

      *  THE REGISTER ROW CARRIES THE REQUEST'S DISTRIBUTION OF THE
      *  NET BY DEPARTMENT, SO A VOID CAN REVERSE THE 2200 CREDIT
      *  WHERE IT WAS POSTED. A REQUEST WITH NO USABLE DISTRIBUTION
      *  PUTS THE WHOLE NET AT CRQ-DEPT.
      *  THE ORDER MATTERS ON A RESTART: THE CHECK PRINTS AND GOES
      *  TO POSITIVE PAY BEFORE IT IS REGISTERED, AND IS REGISTERED
      *  BEFORE THE CONTROL ROW MOVES ON. A CHECK ON THE REGISTER IS
      *  THEREFORE COMPLETE. ONE THAT ABENDED BEFORE REGISTERING
      *  PRINTS AGAIN UNDER THE SAME NUMBER FOR THE SAME EMPLOYEE
      *  AND AMOUNT - PULL THE ABENDED RUN'S COPY FROM THE PRINTER.
       ISSUE-CHECK.
           COMPUTE WS-CHECK-NO = CKC-LAST-CHECK-NO + 1
           MOVE "CHECK NO " TO WS-SHL-CHECK-TEXT
           MOVE WS-CHECK-NO TO WS-SHL-CHECK-NO
           PERFORM PRINT-STUB
           PERFORM PRINT-CHECK-FACE
           MOVE "D" TO PP-REC-TYPE
           MOVE SPACES TO PP-BODY
           MOVE "I" TO PP-ACTION
           MOVE WS-CHECK-NO TO PP-CHECK-NO
           MOVE CRQ-NET TO PP-AMOUNT
           MOVE CRQ-EMP-NAME TO PP-PAYEE
           MOVE WS-CURRENT-DATE TO PP-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-PP-COUNT
           ADD CRQ-NET TO WS-PP-ISSUE-AMOUNT
           MOVE WS-CHECK-NO TO OC-CHECK-NO
           MOVE CRQ-EMP-ID TO OC-EMP-ID
           MOVE CRQ-EMP-NAME TO OC-PAYEE
           MOVE CRQ-DEPT TO OC-DEPT
           MOVE CRQ-NET TO OC-AMOUNT
           MOVE WS-CURRENT-DATE TO OC-ISSUE-DATE
           MOVE "O" TO OC-STATUS
           MOVE WS-CURRENT-DATE TO OC-STATUS-DATE
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > 5
               MOVE SPACES TO OC-DIST-DEPT(WS-DIST-IDX)
               MOVE 0 TO OC-DIST-NET(WS-DIST-IDX)
           END-PERFORM
           IF CRQ-DIST-COUNT IS NUMERIC
               AND CRQ-DIST-COUNT > 0
               MOVE CRQ-DIST-COUNT TO OC-DIST-COUNT
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                       UNTIL WS-DIST-IDX > CRQ-DIST-COUNT
                   MOVE CRQ-DIST-DEPT(WS-DIST-IDX) TO
                       OC-DIST-DEPT(WS-DIST-IDX)
                   MOVE CRQ-DIST-NET(WS-DIST-IDX) TO
                       OC-DIST-NET(WS-DIST-IDX)
               END-PERFORM
           ELSE
               MOVE 1 TO OC-DIST-COUNT
               MOVE CRQ-DEPT TO OC-DIST-DEPT(1)
               MOVE CRQ-NET TO OC-DIST-NET(1)
           END-IF
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "CHECK " WS-CHECK-NO
                           " ALREADY ON THE REGISTER - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE WS-CHECK-NO TO CKC-LAST-CHECK-NO
           MOVE CRQ-EMP-ID TO CKC-LAST-EMP-ID
           ADD 1 TO CKC-CHECK-COUNT
           ADD CRQ-NET TO CKC-CHECK-AMOUNT
           REWRITE CHECK-CONTROL-RECORD
           ADD 1 TO WS-ISSUE-COUNT
           ADD CRQ-NET TO WS-ISSUE-AMOUNT.

      *  A NET FORCED TO ZERO STILL GETS ITS STATEMENT SO THE
      *  EMPLOYEE SEES WHERE THE GROSS WENT, BUT NO NUMBER IS TAKEN
      *  AND NOTHING GOES TO THE BANK.
       PRINT-ZERO-NET-STUB.
           MOVE SPACES TO WS-SHL-CHECK-TEXT
           MOVE "NON-NEGOTIABLE" TO WS-SHL-CHECK-NO
           PERFORM PRINT-STUB
           MOVE WS-ADVICE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE CRQ-EMP-ID TO CKC-LAST-EMP-ID
           REWRITE CHECK-CONTROL-RECORD
           ADD 1 TO WS-ADVICE-COUNT.

       PRINT-STUB.
           MOVE CRQ-PAY-DATE TO WS-SHL-PAY-DATE
           WRITE CHECK-PRINT-LINE FROM WS-STUB-HDR-LINE
               AFTER ADVANCING PAGE
           MOVE CRQ-EMP-ID TO WS-SEL-EMP-ID
           MOVE CRQ-EMP-NAME TO WS-SEL-NAME
           MOVE CRQ-DEPT TO WS-SEL-DEPT
           MOVE WS-STUB-EMP-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "GROSS PAY" TO WS-SAL-LABEL
           MOVE CRQ-GROSS TO WS-SAL-AMOUNT
           PERFORM WRITE-STUB-AMOUNT
           MOVE "FEDERAL WITHHOLDING" TO WS-SAL-LABEL
           MOVE CRQ-FED TO WS-SAL-AMOUNT
           PERFORM WRITE-STUB-AMOUNT
           MOVE "STATE WITHHOLDING" TO WS-SAL-LABEL
           MOVE CRQ-STATE TO WS-SAL-AMOUNT
           PERFORM WRITE-STUB-AMOUNT
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > CRQ-DED-COUNT
               MOVE SPACES TO WS-SAL-LABEL
               STRING "DEDUCTION " CRQ-DED-CODE(WS-DED-IDX)
                       DELIMITED BY SIZE INTO WS-SAL-LABEL
               END-STRING
               MOVE CRQ-DED-AMOUNT(WS-DED-IDX) TO WS-SAL-AMOUNT
               PERFORM WRITE-STUB-AMOUNT
           END-PERFORM
           MOVE "TOTAL DEDUCTIONS" TO WS-SAL-LABEL
           MOVE CRQ-DEDUCT-TOTAL TO WS-SAL-AMOUNT
           PERFORM WRITE-STUB-AMOUNT
           MOVE "NET PAY" TO WS-SAL-LABEL
           MOVE CRQ-NET TO WS-SAL-AMOUNT
           PERFORM WRITE-STUB-AMOUNT
           MOVE WS-STUB-RULE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       PRINT-CHECK-FACE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE CRQ-EMP-NAME TO WS-CPL-PAYEE
           MOVE WS-CHECK-NO TO WS-CPL-CHECK-NO
           MOVE WS-CHECK-PAYEE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE CRQ-NET TO WS-CAL-AMOUNT
           MOVE WS-CURRENT-DATE TO WS-CAL-DATE
           MOVE WS-CHECK-AMOUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-STUB-AMOUNT.
           MOVE WS-STUB-AMT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-POSITIVE-PAY-TRAILER.
           MOVE "T" TO PP-REC-TYPE
           MOVE SPACES TO PP-BODY
           MOVE WS-PP-COUNT TO PP-TOTAL-COUNT
           MOVE WS-PP-ISSUE-AMOUNT TO PP-ISSUE-TOTAL
           MOVE WS-PP-VOID-AMOUNT TO PP-VOID-TOTAL
           WRITE POSITIVE-PAY-RECORD.

      *  THE LAST PAGE OF THE PRINT IS THE RUN'S CONTROL SLIP - WHAT
      *  THIS SUBMISSION ISSUED, AND THE NUMBER RANGE THE RUN HAS
      *  USED SO FAR ACROSS ANY RESTARTS.
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-OFFCYCLE-RUN
               MOVE "OFF-CYCLE CHECK RUN CONTROL SLIP" TO WS-PRINT-LINE
           ELSE
               MOVE "CHECK RUN CONTROL SLIP" TO WS-PRINT-LINE
           END-IF
           WRITE CHECK-PRINT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING PAGE
           MOVE "CHECKS ISSUED" TO WS-SUM-LABEL
           MOVE WS-ISSUE-COUNT TO WS-SUM-COUNT
           MOVE WS-ISSUE-AMOUNT TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "ZERO-NET STUBS" TO WS-SUM-LABEL
           MOVE WS-ADVICE-COUNT TO WS-SUM-COUNT
           MOVE 0 TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "SKIPPED ON RESTART" TO WS-SUM-LABEL
           MOVE WS-SKIP-COUNT TO WS-SUM-COUNT
           MOVE 0 TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-DUP-COUNT > 0
               MOVE "REPEAT REQUESTS DROPPED" TO WS-SUM-LABEL
               MOVE WS-DUP-COUNT TO WS-SUM-COUNT
               MOVE 0 TO WS-SUM-AMOUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE "RUN TOTAL" TO WS-SUM-LABEL
           MOVE CKC-CHECK-COUNT TO WS-SUM-COUNT
           MOVE CKC-CHECK-AMOUNT TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF CKC-CHECK-COUNT > 0
               MOVE CKC-FIRST-CHECK-NO TO WS-RNG-FIRST
               MOVE CKC-LAST-CHECK-NO TO WS-RNG-LAST
               MOVE WS-RANGE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-RECOVER-COUNT > 0
               MOVE "RECOVERED FROM REGISTER" TO WS-SUM-LABEL
               MOVE WS-RECOVER-COUNT TO WS-SUM-COUNT
               MOVE 0 TO WS-SUM-AMOUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
