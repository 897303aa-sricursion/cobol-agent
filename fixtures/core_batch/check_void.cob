       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-VOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO CHKVTRAN
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT DEPT-FILE ASSIGN TO DEPTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT POSITIVE-PAY ASSIGN TO PPAYEXT
               FILE STATUS IS WS-PPAY-STATUS.
           SELECT GL-JOURNAL ASSIGN TO GLJRNL
               FILE STATUS IS WS-GL-STATUS.
           SELECT VOID-REPORT ASSIGN TO CHKVRPT
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  TREASURY'S CHECK TRANSACTIONS. V VOIDS A CHECK THAT WAS
      *  LOST, SPOILED OR REPLACED; S STALE-DATES ONE NEVER PRESENTED;
      *  C MARKS ONE THE BANK HAS PAID, FROM ITS CLEARED-ITEMS LIST.
      *  THE AMOUNT MUST MATCH THE REGISTER. THE DATE IS THE BANK'S
      *  PAID DATE AND IS ONLY LOOKED AT ON A CLEAR.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-VOID          VALUE "V".
               88 TRANS-STALE         VALUE "S".
               88 TRANS-CLEARED       VALUE "C".
           05 TRANS-CHECK-NO      PIC 9(8).
           05 TRANS-AMOUNT        PIC 9(7).
           05 TRANS-DATE          PIC 9(8).

       FD  CHECK-REGISTER.
           COPY CHKREG.

       FD  DEPT-FILE.
           COPY DEPTREC.

      *  SAME LAYOUT AS THE POSITIVE PAY FILE CHECK-WRITER SENDS;
      *  THIS RUN ONLY EVER WRITES VOIDS (ACTION V) SO THE TRAILER'S
      *  ISSUED TOTAL IS ALWAYS ZERO.
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

       FD  VOID-REPORT.
       01  VOID-REPORT-LINE       PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS        PIC XX VALUE "00".
       01  WS-CHKREG-STATUS       PIC XX VALUE "00".
       01  WS-DEPT-STATUS         PIC XX VALUE "00".
       01  WS-PPAY-STATUS         PIC XX VALUE "00".
       01  WS-GL-STATUS           PIC XX VALUE "00".
       01  WS-RPT-STATUS          PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-REG-EOF             PIC X VALUE "N".
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
       01  WS-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  WS-EDIT-REASON         PIC X(4) VALUE SPACES.
      *  A CHECK OUTSTANDING LONGER THAN THIS MANY DAYS IS FLAGGED ON
      *  THE REGISTER AND MAY BE STALE-DATED. NOTHING YOUNGER CAN BE.
       01  WS-STALE-DAYS          PIC 9(3) VALUE 180.
       01  WS-AGE-DAYS            PIC S9(5) VALUE 0.
      *  VOIDED AND STALE-DATED CHECKS ARE BACKED OUT OF NET PAY
      *  PAYABLE AGAINST THE PAYROLL SUSPENSE ACCOUNT UNTIL THEY ARE
      *  REISSUED OR ESCHEATED.
       01  WS-SUSPENSE-CC         PIC X(6) VALUE "999999".
       01  WS-VOID-COUNT          PIC 9(5) VALUE 0.
       01  WS-VOID-AMOUNT         PIC 9(9) VALUE 0.
       01  WS-STALE-COUNT         PIC 9(5) VALUE 0.
       01  WS-STALE-AMOUNT        PIC 9(9) VALUE 0.
       01  WS-CLEAR-COUNT         PIC 9(5) VALUE 0.
       01  WS-CLEAR-AMOUNT        PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-OUT-COUNT           PIC 9(5) VALUE 0.
       01  WS-OUT-AMOUNT          PIC 9(9) VALUE 0.
       01  WS-AGED-COUNT          PIC 9(5) VALUE 0.
       01  WS-AGED-AMOUNT         PIC 9(9) VALUE 0.
       01  WS-PP-COUNT            PIC 9(7) VALUE 0.
       01  WS-PP-ISSUE-AMOUNT     PIC 9(9) VALUE 0.
       01  WS-PP-VOID-AMOUNT      PIC 9(9) VALUE 0.
       01  WS-GL-LINE-COUNT       PIC 9(7) VALUE 0.
       01  WS-GL-DEBIT-TOTAL      PIC 9(11) VALUE 0.
       01  WS-GL-CREDIT-TOTAL     PIC 9(11) VALUE 0.
       01  WS-GL-COST-CENTER      PIC X(6).
       01  WS-GL-ACCOUNT          PIC X(4).
       01  WS-GL-DC               PIC X.
       01  WS-GL-AMOUNT           PIC 9(9) VALUE 0.
       01  WS-DIST-IDX            PIC 9 VALUE 0.
       01  WS-CANCEL-DEPT         PIC X(4).
       01  WS-CANCEL-NET          PIC 9(7) VALUE 0.
       01  WS-HDR-LINE.
           05 FILLER              PIC X(32) VALUE
                   "OUTSTANDING CHECK REGISTER".
           05 FILLER              PIC X(9) VALUE "RUN DATE ".
           05 WS-HDR-DATE         PIC 9999/99/99.
       01  WS-COL-LINE.
           05 FILLER              PIC X(10) VALUE "CHECK NO".
           05 FILLER              PIC X(6) VALUE "EMP".
           05 FILLER              PIC X(21) VALUE "PAYEE".
           05 FILLER              PIC X(5) VALUE "DEPT".
           05 FILLER              PIC X(10) VALUE "    AMOUNT".
           05 FILLER              PIC X(12) VALUE "    ISSUED".
           05 FILLER              PIC X(5) VALUE " DAYS".
       01  WS-DTL-LINE.
           05 WS-DTL-CHECK-NO     PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DTL-EMP-ID       PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-PAYEE        PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-DEPT         PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-AMOUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DTL-ISSUED       PIC 9999/99/99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-DAYS         PIC ZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-NOTE         PIC X(5).

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
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRANS-FILE OPEN FAILED, STATUS "
                       WS-TRANS-STATUS
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
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "DEPT-FILE OPEN FAILED, STATUS "
                       WS-DEPT-STATUS
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
           OPEN OUTPUT GL-JOURNAL
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL OPEN FAILED, STATUS "
                       WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VOID-REPORT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "VOID-REPORT OPEN FAILED, STATUS "
                       WS-RPT-STATUS
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
           PERFORM WRITE-TRANS-SUMMARY
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM WRITE-GL-TRAILER
           PERFORM PRINT-OUTSTANDING-REGISTER
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TRANS-FILE
           CLOSE CHECK-REGISTER
           CLOSE DEPT-FILE
           CLOSE POSITIVE-PAY
           CLOSE GL-JOURNAL
           CLOSE VOID-REPORT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

      *  THE RUNCTL STAMP LETS CYCLE-GATE KEEP THIS JOB OFF THE
      *  REGISTER WHILE THE NIGHTLY CHECK RUN IS ISSUING NUMBERS.
       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "CHKVOID" TO RUN-PROGRAM
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
           MOVE "CHKVOID" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   COMPUTE RUN-RECORD-COUNT = WS-VOID-COUNT
                           + WS-STALE-COUNT + WS-CLEAR-COUNT
                   MOVE RETURN-CODE TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-TRANS.
           READ TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

      *  ONLY AN OUTSTANDING CHECK CAN BE VOIDED, STALE-DATED OR
      *  CLEARED. A CLEAR ON A CHECK ALREADY VOIDED MEANS THE BANK
      *  PAID ONE IT WAS TOLD TO REFUSE - IT REJECTS HERE AND GOES
      *  BACK TO THE BANK AS A POSITIVE PAY EXCEPTION.
       EDIT-TRANS.
           MOVE "Y" TO WS-VALID-TRANS
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TRANS-VOID AND NOT TRANS-STALE
               AND NOT TRANS-CLEARED
               MOVE "TCDE" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           IF TRANS-CHECK-NO IS NOT NUMERIC
               MOVE "NCHK" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               MOVE TRANS-CHECK-NO TO OC-CHECK-NO
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE "NCHK" TO WS-EDIT-REASON
                       PERFORM FLAG-EDIT-FAIL
                   NOT INVALID KEY
                       PERFORM EDIT-AGAINST-REGISTER
               END-READ
           END-IF.

       EDIT-AGAINST-REGISTER.
           IF TRANS-AMOUNT IS NOT NUMERIC
               MOVE "AMT " TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           ELSE
               IF TRANS-AMOUNT NOT = OC-AMOUNT
                   MOVE "AMT " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF NOT OC-OUTSTANDING
               MOVE "STAT" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           IF TRANS-STALE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE)
               IF WS-AGE-DAYS NOT > WS-STALE-DAYS
                   MOVE "YONG" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF TRANS-CLEARED
               IF TRANS-DATE IS NOT NUMERIC
                   MOVE "CDAT" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               ELSE
                   IF TRANS-DATE < OC-ISSUE-DATE
                       OR TRANS-DATE > WS-CURRENT-DATE
                       MOVE "CDAT" TO WS-EDIT-REASON
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

      *  THE REGISTER ROW READ BY THE EDIT IS STILL IN THE RECORD
      *  AREA FOR THE REWRITE.
       APPLY-TRANS.
           EVALUATE TRUE
               WHEN TRANS-VOID
                   MOVE "V" TO OC-STATUS
                   MOVE WS-CURRENT-DATE TO OC-STATUS-DATE
                   PERFORM CANCEL-CHECK
                   ADD 1 TO WS-VOID-COUNT
                   ADD OC-AMOUNT TO WS-VOID-AMOUNT
               WHEN TRANS-STALE
                   MOVE "S" TO OC-STATUS
                   MOVE WS-CURRENT-DATE TO OC-STATUS-DATE
                   PERFORM CANCEL-CHECK
                   ADD 1 TO WS-STALE-COUNT
                   ADD OC-AMOUNT TO WS-STALE-AMOUNT
               WHEN TRANS-CLEARED
                   MOVE "C" TO OC-STATUS
                   MOVE TRANS-DATE TO OC-STATUS-DATE
                   ADD 1 TO WS-CLEAR-COUNT
                   ADD OC-AMOUNT TO WS-CLEAR-AMOUNT
           END-EVALUATE
           REWRITE CHECK-REGISTER-RECORD
           MOVE SPACES TO VOID-REPORT-LINE
           STRING "APPLIED  " TRANS-CODE " " OC-CHECK-NO
                   " " OC-EMP-ID " " OC-PAYEE " " OC-AMOUNT
                   DELIMITED BY SIZE INTO VOID-REPORT-LINE
           END-STRING
           WRITE VOID-REPORT-LINE.

      *  A CANCELLED CHECK TELLS THE BANK TO REFUSE IT AND TAKES ITS
      *  AMOUNT BACK OUT OF NET PAY PAYABLE, THE MIRROR OF THE 2200
      *  CREDIT THE PAY RUN POSTED: THE REGISTER ROW CARRIES THE NET
      *  BY DEPARTMENT AS THAT RUN CREDITED IT - THE NIGHTLY'S LABOR
      *  DISTRIBUTION SPLIT, OR EMP-DEPT ALONE FOR OFF-CYCLE PAY -
      *  AND EACH DEPARTMENT'S SHARE IS DEBITED AT ITS OWN COST
      *  CENTER AGAINST A 2999 SUSPENSE CREDIT. A ROW WITH NO
      *  USABLE DISTRIBUTION BACKS THE WHOLE AMOUNT OUT AT OC-DEPT.
       CANCEL-CHECK.
           MOVE "D" TO PP-REC-TYPE
           MOVE SPACES TO PP-BODY
           MOVE "V" TO PP-ACTION
           MOVE OC-CHECK-NO TO PP-CHECK-NO
           MOVE OC-AMOUNT TO PP-AMOUNT
           MOVE OC-PAYEE TO PP-PAYEE
           MOVE OC-ISSUE-DATE TO PP-ISSUE-DATE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-PP-COUNT
           ADD OC-AMOUNT TO WS-PP-VOID-AMOUNT
           IF OC-DIST-COUNT IS NUMERIC
               AND OC-DIST-COUNT > 0
               AND OC-DIST-COUNT NOT > 5
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                       UNTIL WS-DIST-IDX > OC-DIST-COUNT
                   MOVE OC-DIST-DEPT(WS-DIST-IDX) TO WS-CANCEL-DEPT
                   MOVE OC-DIST-NET(WS-DIST-IDX) TO WS-CANCEL-NET
                   PERFORM CANCEL-DEPT-SHARE
               END-PERFORM
           ELSE
               MOVE OC-DEPT TO WS-CANCEL-DEPT
               MOVE OC-AMOUNT TO WS-CANCEL-NET
               PERFORM CANCEL-DEPT-SHARE
           END-IF.

      *  AN UNKNOWN DEPARTMENT POSTS TO SUSPENSE, AS ON THE NIGHT.
       CANCEL-DEPT-SHARE.
           MOVE WS-CANCEL-DEPT TO DEPT-CODE
           READ DEPT-FILE
               INVALID KEY
                   MOVE WS-SUSPENSE-CC TO WS-GL-COST-CENTER
               NOT INVALID KEY
                   MOVE DEPT-COST-CENTER TO WS-GL-COST-CENTER
           END-READ
           MOVE WS-CANCEL-NET TO WS-GL-AMOUNT
           MOVE "2200" TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DC
           PERFORM WRITE-GL-LINE
           MOVE "2999" TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DC
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
           WRITE GL-JOURNAL-RECORD
           DISPLAY "GL JOURNAL LINES " WS-GL-LINE-COUNT
                   " DEBITS " WS-GL-DEBIT-TOTAL
                   " CREDITS " WS-GL-CREDIT-TOTAL.

       WRITE-POSITIVE-PAY-TRAILER.
           MOVE "T" TO PP-REC-TYPE
           MOVE SPACES TO PP-BODY
           MOVE WS-PP-COUNT TO PP-TOTAL-COUNT
           MOVE WS-PP-ISSUE-AMOUNT TO PP-ISSUE-TOTAL
           MOVE WS-PP-VOID-AMOUNT TO PP-VOID-TOTAL
           WRITE POSITIVE-PAY-RECORD.

       REJECT-TRANS.
           MOVE SPACES TO VOID-REPORT-LINE
           STRING "REJECTED " TRANS-CODE " " TRANS-CHECK-NO
                   " " TRANS-AMOUNT " " TRANS-DATE
                   " REASON " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO VOID-REPORT-LINE
           END-STRING
           WRITE VOID-REPORT-LINE.

       WRITE-TRANS-SUMMARY.
           MOVE SPACES TO VOID-REPORT-LINE
           STRING "VOIDS=" WS-VOID-COUNT
                   " AMOUNT=" WS-VOID-AMOUNT
                   " STALE=" WS-STALE-COUNT
                   " AMOUNT=" WS-STALE-AMOUNT
                   DELIMITED BY SIZE INTO VOID-REPORT-LINE
           END-STRING
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING "CLEARED=" WS-CLEAR-COUNT
                   " AMOUNT=" WS-CLEAR-AMOUNT
                   " REJECTS=" WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO VOID-REPORT-LINE
           END-STRING
           WRITE VOID-REPORT-LINE.

      *  AFTER TODAY'S TRANSACTIONS THE REGISTER LISTS EVERY CHECK
      *  STILL OUTSTANDING, OLDEST NUMBER FIRST. ITS TOTAL IS WHAT
      *  TREASURY TIES TO THE BANK BALANCE LESS CLEARED ITEMS.
       PRINT-OUTSTANDING-REGISTER.
           MOVE SPACES TO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE VOID-REPORT-LINE FROM WS-HDR-LINE
           WRITE VOID-REPORT-LINE FROM WS-COL-LINE
           MOVE 0 TO OC-CHECK-NO
           START CHECK-REGISTER KEY IS NOT LESS THAN OC-CHECK-NO
               INVALID KEY
                   MOVE "Y" TO WS-REG-EOF
           END-START
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       IF OC-OUTSTANDING
                           PERFORM PRINT-ONE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING "OUTSTANDING=" WS-OUT-COUNT
                   " AMOUNT=" WS-OUT-AMOUNT
                   DELIMITED BY SIZE INTO VOID-REPORT-LINE
           END-STRING
           WRITE VOID-REPORT-LINE
           MOVE SPACES TO VOID-REPORT-LINE
           STRING "OVER " WS-STALE-DAYS " DAYS=" WS-AGED-COUNT
                   " AMOUNT=" WS-AGED-AMOUNT
                   DELIMITED BY SIZE INTO VOID-REPORT-LINE
           END-STRING
           WRITE VOID-REPORT-LINE.

       PRINT-ONE-OUTSTANDING.
           ADD 1 TO WS-OUT-COUNT
           ADD OC-AMOUNT TO WS-OUT-AMOUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE)
           MOVE SPACES TO WS-DTL-NOTE
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE "STALE" TO WS-DTL-NOTE
               ADD 1 TO WS-AGED-COUNT
               ADD OC-AMOUNT TO WS-AGED-AMOUNT
           END-IF
           MOVE OC-CHECK-NO TO WS-DTL-CHECK-NO
           MOVE OC-EMP-ID TO WS-DTL-EMP-ID
           MOVE OC-PAYEE TO WS-DTL-PAYEE
           MOVE OC-DEPT TO WS-DTL-DEPT
           MOVE OC-AMOUNT TO WS-DTL-AMOUNT
           MOVE OC-ISSUE-DATE TO WS-DTL-ISSUED
           MOVE WS-AGE-DAYS TO WS-DTL-DAYS
           WRITE VOID-REPORT-LINE FROM WS-DTL-LINE.
