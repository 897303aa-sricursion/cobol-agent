       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PRENOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO BANKDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BANK-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT RETURN-FILE ASSIGN TO PNRTN
               FILE STATUS IS WS-RTN-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO PNOTEXT
               FILE STATUS IS WS-PRENOTE-STATUS.
           SELECT PRENOTE-REPORT ASSIGN TO PNRPT
               FILE STATUS IS WS-PNRPT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
           COPY BANKREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

      *  PRENOTE REJECTIONS FROM THE BANK - ONE RECORD PER ACCOUNT
      *  THE BANK COULD NOT VALIDATE (NO SUCH ACCOUNT, CLOSED, BAD
      *  ROUTING, ...), CARRYING BACK THE EMPLOYEE, ROUTING AND
      *  ACCOUNT WE SENT. THE BANK INTERFACE APPENDS EACH DAY'S
      *  REJECTS AND THIS PROGRAM CONSUMES THEM.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RTN-EMP-ID          PIC X(5).
           05 RTN-ROUTING         PIC 9(9).
           05 RTN-ACCOUNT         PIC X(17).
           05 RTN-REASON          PIC X(4).
           05 RTN-RETURN-DATE     PIC 9(8).
           05 FILLER              PIC X(3).

      *  ZERO-DOLLAR PRENOTE FILE FOR THE BANK INTERFACE - THE SAME
      *  DETAIL-PLUS-TRAILER SHAPE AS THE DIRECT DEPOSIT EXTRACT,
      *  EVERY AMOUNT ZERO. A SPLIT ACCOUNT SENDS ONE DETAIL PER
      *  ACCOUNT, SEQUENCE 1 FOR THE PRIMARY AND 2 FOR THE SECOND.
       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD.
           05 PN-REC-TYPE         PIC X.
               88 PN-IS-DETAIL        VALUE "D".
               88 PN-IS-TRAILER       VALUE "T".
           05 PN-BODY             PIC X(45).
           05 PN-DETAIL REDEFINES PN-BODY.
               10 PN-EMP-ID       PIC X(5).
               10 PN-ROUTING      PIC 9(9).
               10 PN-ACCOUNT      PIC X(17).
               10 PN-AMOUNT       PIC 9(7).
               10 PN-ACCT-SEQ     PIC X.
               10 FILLER          PIC X(6).
           05 PN-TRAILER REDEFINES PN-BODY.
               10 PN-TOTAL-COUNT  PIC 9(7).
               10 PN-TOTAL-AMOUNT PIC 9(9).
               10 FILLER          PIC X(29).

       FD  PRENOTE-REPORT.
       01  PRENOTE-REPORT-LINE    PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-BANK-STATUS         PIC XX VALUE "00".
       01  WS-EMP-STATUS          PIC XX VALUE "00".
       01  WS-RTN-STATUS          PIC XX VALUE "00".
       01  WS-PRENOTE-STATUS      PIC XX VALUE "00".
       01  WS-PNRPT-STATUS        PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-RTN-EOF             PIC X VALUE "N".
       01  WS-BANK-EOF            PIC X VALUE "N".
      *  BUSINESS DAYS AN ACCOUNT WAITS AFTER ITS PRENOTE GOES OUT
      *  BEFORE IT CARRIES LIVE MONEY - THE BANK'S RETURN WINDOW
      *  WITH A MARGIN FOR A LATE TRANSMISSION. WEEKENDS DO NOT
      *  COUNT; BANK HOLIDAYS DO, SO A HOLIDAY WEEK MAY CLEAR AN
      *  ACCOUNT A DAY EARLY.
       01  WS-PRENOTE-WAIT-DAYS   PIC 9(2) VALUE 06.
       01  WS-BUSINESS-DAYS       PIC 9(3) VALUE 0.
       01  WS-DAY-NUMBER          PIC 9(7) VALUE 0.
       01  WS-TODAY-NUMBER        PIC 9(7) VALUE 0.
       01  WS-WEEK-COUNT          PIC 9(7) VALUE 0.
      *  DAY NUMBER 1 IS MONDAY 1601-01-01, SO THE REMAINDER BY 7
      *  IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
       01  WS-WEEKDAY             PIC 9 VALUE 0.
           88 WS-WEEKEND-DAY          VALUE 0 6.
       01  WS-SENT-COUNT          PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-VERIFIED-COUNT      PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-STILL-FAILED-COUNT  PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
       01  WS-RTN-MATCHED         PIC X VALUE "N".
       01  WS-MASK-ACCOUNT        PIC X(17).
       01  WS-MASK-LEN            PIC 99 VALUE 0.
       01  WS-MASK-IDX            PIC 99 VALUE 0.
       01  WS-HDR-LINE.
           05 FILLER              PIC X(40) VALUE
                   "BANK PRENOTE VERIFICATION".
           05 FILLER              PIC X(9) VALUE "RUN DATE ".
           05 WS-HDR-DATE         PIC 9999/99/99.
       01  WS-PN-LINE.
           05 WS-PNL-TAG          PIC X(13).
           05 WS-PNL-EMP-ID       PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PNL-NAME         PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PNL-ROUTING      PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PNL-ACCOUNT      PIC X(17).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PNL-TEXT         PIC X(12).
       01  WS-PNL-DAYS-TEXT.
           05 FILLER              PIC X(4) VALUE "DAY ".
           05 WS-PNL-DAYS         PIC Z9.
           05 FILLER              PIC X(4) VALUE " OF ".
           05 WS-PNL-WAIT         PIC Z9.

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
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "BANK-FILE OPEN FAILED, STATUS "
                       WS-BANK-STATUS
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
           OPEN INPUT RETURN-FILE
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "RETURN-FILE OPEN FAILED, STATUS "
                       WS-RTN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRENOTE-FILE
           IF WS-PRENOTE-STATUS NOT = "00"
               DISPLAY "PRENOTE-FILE OPEN FAILED, STATUS "
                       WS-PRENOTE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRENOTE-REPORT
           IF WS-PNRPT-STATUS NOT = "00"
               DISPLAY "PRENOTE-REPORT OPEN FAILED, STATUS "
                       WS-PNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE PRENOTE-REPORT-LINE FROM WS-HDR-LINE
           MOVE SPACES TO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           COMPUTE WS-TODAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM READ-RETURN
           PERFORM UNTIL WS-RTN-EOF = "Y"
               PERFORM APPLY-RETURN
               PERFORM READ-RETURN
           END-PERFORM
           MOVE LOW-VALUES TO BANK-EMP-ID
           START BANK-FILE KEY IS NOT LESS THAN BANK-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-BANK-EOF
           END-START
           PERFORM UNTIL WS-BANK-EOF = "Y"
               READ BANK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BANK-EOF
                   NOT AT END
                       PERFORM SWEEP-ONE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM WRITE-PRENOTE-TRAILER
           PERFORM WRITE-PRENOTE-SUMMARY
           IF WS-REJECTED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE BANK-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE RETURN-FILE
           CLOSE PRENOTE-FILE
           CLOSE PRENOTE-REPORT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

      *  THE RUNCTL STAMP LETS CYCLE-GATE KEEP BNKMAINT OFF THE
      *  BANK MASTER WHILE THE PRENOTE SWEEP IS MID-FLIGHT - BNKPREN
      *  IS BNKMAINT'S SECOND CONFLICT IN THE GATE TABLE.
       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "BNKPREN" TO RUN-PROGRAM
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
           MOVE "BNKPREN" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   COMPUTE RUN-RECORD-COUNT = WS-SENT-COUNT
                           + WS-VERIFIED-COUNT + WS-REJECTED-COUNT
                   MOVE RETURN-CODE TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-RETURN.
           READ RETURN-FILE
               AT END MOVE "Y" TO WS-RTN-EOF
           END-READ.

      *  A REJECT FAILS THE ACCOUNT ONLY WHEN IT STILL MATCHES ONE
      *  OF THE ACCOUNTS ON FILE - A REJECT FOR DETAILS THE KEYER
      *  HAS SINCE REPLACED IS REPORTED AND OTHERWISE IGNORED, THE
      *  NEW DETAILS GETTING THEIR OWN PRENOTE. A REJECT AGAINST AN
      *  ACCOUNT ALREADY VERIFIED STILL FAILS IT, AND SAYS SO, SO
      *  PAYROLL CAN CHASE ANY LIVE DEPOSIT ALREADY SENT.
       APPLY-RETURN.
           MOVE RTN-EMP-ID TO BANK-EMP-ID
           READ BANK-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "RETURN EXCP  " TO WS-PNL-TAG
                   MOVE "NOT ON FILE" TO WS-PNL-TEXT
                   PERFORM WRITE-RETURN-LINE
               NOT INVALID KEY
                   PERFORM MATCH-RETURN-ACCOUNT
                   EVALUATE TRUE
                       WHEN WS-RTN-MATCHED = "N"
                           ADD 1 TO WS-EXCEPTION-COUNT
                           MOVE "RETURN EXCP  " TO WS-PNL-TAG
                           MOVE "ACCT CHANGED" TO WS-PNL-TEXT
                           PERFORM WRITE-RETURN-LINE
                       WHEN BANK-PRENOTE-FAILED
                           MOVE "REJECTED     " TO WS-PNL-TAG
                           MOVE "ALREADY FAIL" TO WS-PNL-TEXT
                           PERFORM WRITE-RETURN-LINE
                       WHEN OTHER
                           PERFORM FAIL-ACCOUNT
                   END-EVALUATE
           END-READ.

       MATCH-RETURN-ACCOUNT.
           MOVE "N" TO WS-RTN-MATCHED
           IF RTN-ROUTING = BANK-ROUTING
               AND RTN-ACCOUNT = BANK-ACCOUNT
               MOVE "Y" TO WS-RTN-MATCHED
           END-IF
           IF BANK-SPLIT-PCT > 0
               AND RTN-ROUTING = BANK-ROUTING-2
               AND RTN-ACCOUNT = BANK-ACCOUNT-2
               MOVE "Y" TO WS-RTN-MATCHED
           END-IF.

       FAIL-ACCOUNT.
           IF BANK-PRENOTE-VERIFIED
               MOVE "LATE REJECT  " TO WS-PNL-TAG
           ELSE
               MOVE "REJECTED     " TO WS-PNL-TAG
           END-IF
           MOVE SPACES TO WS-PNL-TEXT
           STRING "REASON " RTN-REASON
                   DELIMITED BY SIZE INTO WS-PNL-TEXT
           END-STRING
           MOVE "F" TO BANK-PRENOTE-STATUS
           MOVE WS-CURRENT-DATE TO BANK-PRENOTE-DATE
           REWRITE BANK-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM WRITE-RETURN-LINE.

       WRITE-RETURN-LINE.
           MOVE RTN-EMP-ID TO WS-PNL-EMP-ID
           PERFORM LOOK-UP-NAME
           MOVE RTN-ROUTING TO WS-PNL-ROUTING
           MOVE RTN-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-ACCOUNT TO WS-PNL-ACCOUNT
           WRITE PRENOTE-REPORT-LINE FROM WS-PN-LINE.

      *  DUE ACCOUNTS GO OUT TONIGHT; SENT ACCOUNTS CLEAR ONCE THE
      *  WAIT HAS RUN; FAILED ACCOUNTS LIST EVERY NIGHT UNTIL A
      *  KEYER CORRECTS THEM, SINCE THE EMPLOYEE IS ON MANUAL
      *  CHECKS UNTIL THEN.
       SWEEP-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN BANK-PRENOTE-DUE
                   PERFORM SEND-PRENOTE
               WHEN BANK-PRENOTE-SENT
                   PERFORM CHECK-PRENOTE-WAIT
               WHEN BANK-PRENOTE-FAILED
                   ADD 1 TO WS-STILL-FAILED-COUNT
                   MOVE "STILL FAILED " TO WS-PNL-TAG
                   MOVE SPACES TO WS-PNL-TEXT
                   PERFORM WRITE-ACCOUNT-LINE
           END-EVALUATE.

       SEND-PRENOTE.
           MOVE "D" TO PN-REC-TYPE
           MOVE SPACES TO PN-BODY
           MOVE BANK-EMP-ID TO PN-EMP-ID
           MOVE BANK-ROUTING TO PN-ROUTING
           MOVE BANK-ACCOUNT TO PN-ACCOUNT
           MOVE 0 TO PN-AMOUNT
           MOVE "1" TO PN-ACCT-SEQ
           WRITE PRENOTE-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           IF BANK-SPLIT-PCT > 0
               MOVE "D" TO PN-REC-TYPE
               MOVE SPACES TO PN-BODY
               MOVE BANK-EMP-ID TO PN-EMP-ID
               MOVE BANK-ROUTING-2 TO PN-ROUTING
               MOVE BANK-ACCOUNT-2 TO PN-ACCOUNT
               MOVE 0 TO PN-AMOUNT
               MOVE "2" TO PN-ACCT-SEQ
               WRITE PRENOTE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           MOVE "P" TO BANK-PRENOTE-STATUS
           MOVE WS-CURRENT-DATE TO BANK-PRENOTE-DATE
           REWRITE BANK-RECORD
           ADD 1 TO WS-SENT-COUNT
           MOVE "PRENOTE SENT " TO WS-PNL-TAG
           MOVE SPACES TO WS-PNL-TEXT
           IF BANK-SPLIT-PCT > 0
               MOVE "PLUS SPLIT" TO WS-PNL-TEXT
           END-IF
           PERFORM WRITE-ACCOUNT-LINE.

       CHECK-PRENOTE-WAIT.
           PERFORM COUNT-BUSINESS-DAYS
           IF WS-BUSINESS-DAYS NOT < WS-PRENOTE-WAIT-DAYS
               MOVE "V" TO BANK-PRENOTE-STATUS
               MOVE WS-CURRENT-DATE TO BANK-PRENOTE-DATE
               REWRITE BANK-RECORD
               ADD 1 TO WS-VERIFIED-COUNT
               MOVE "VERIFIED     " TO WS-PNL-TAG
               MOVE SPACES TO WS-PNL-TEXT
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               MOVE "WAITING      " TO WS-PNL-TAG
               MOVE WS-BUSINESS-DAYS TO WS-PNL-DAYS
               MOVE WS-PRENOTE-WAIT-DAYS TO WS-PNL-WAIT
               MOVE WS-PNL-DAYS-TEXT TO WS-PNL-TEXT
           END-IF
           PERFORM WRITE-ACCOUNT-LINE.

      *  WEEKDAYS AFTER THE DATE THE PRENOTE WENT OUT, UP TO AND
      *  INCLUDING TODAY.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUSINESS-DAYS
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(BANK-PRENOTE-DATE)
           PERFORM UNTIL WS-DAY-NUMBER NOT < WS-TODAY-NUMBER
               ADD 1 TO WS-DAY-NUMBER
               DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
                   REMAINDER WS-WEEKDAY
               IF NOT WS-WEEKEND-DAY
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-LINE.
           MOVE BANK-EMP-ID TO WS-PNL-EMP-ID
           PERFORM LOOK-UP-NAME
           MOVE BANK-ROUTING TO WS-PNL-ROUTING
           MOVE BANK-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-ACCOUNT TO WS-PNL-ACCOUNT
           WRITE PRENOTE-REPORT-LINE FROM WS-PN-LINE.

       LOOK-UP-NAME.
           MOVE WS-PNL-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO WS-PNL-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-PNL-NAME
           END-READ.

      *  EVERY CHARACTER BUT THE LAST FOUR OF THE ACCOUNT NUMBER
      *  PRINTS AS AN ASTERISK. AN ACCOUNT OF FOUR CHARACTERS OR
      *  FEWER IS MASKED WHOLE.
       MASK-ACCOUNT.
           MOVE 0 TO WS-MASK-LEN
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                   UNTIL WS-MASK-IDX > 17
               IF WS-MASK-ACCOUNT(WS-MASK-IDX:1) NOT = SPACE
                   MOVE WS-MASK-IDX TO WS-MASK-LEN
               END-IF
           END-PERFORM
           IF WS-MASK-LEN > 4
               SUBTRACT 4 FROM WS-MASK-LEN
           END-IF
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                   UNTIL WS-MASK-IDX > WS-MASK-LEN
               MOVE "*" TO WS-MASK-ACCOUNT(WS-MASK-IDX:1)
           END-PERFORM.

       WRITE-PRENOTE-TRAILER.
           MOVE "T" TO PN-REC-TYPE
           MOVE SPACES TO PN-BODY
           MOVE WS-DETAIL-COUNT TO PN-TOTAL-COUNT
           MOVE 0 TO PN-TOTAL-AMOUNT
           WRITE PRENOTE-RECORD.

       WRITE-PRENOTE-SUMMARY.
           MOVE SPACES TO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING "SENT=" WS-SENT-COUNT
                   " DETAILS=" WS-DETAIL-COUNT
                   " VERIFIED=" WS-VERIFIED-COUNT
                   " WAITING=" WS-WAITING-COUNT
                   DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           END-STRING
           WRITE PRENOTE-REPORT-LINE
           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING "REJECTED=" WS-REJECTED-COUNT
                   " STILL FAILED=" WS-STILL-FAILED-COUNT
                   " EXCEPTIONS=" WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           END-STRING
           WRITE PRENOTE-REPORT-LINE
           DISPLAY "PRENOTES SENT " WS-SENT-COUNT
                   " REJECTED " WS-REJECTED-COUNT.
