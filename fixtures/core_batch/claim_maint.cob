               FILE STATUS IS WS-RECYCIN-STATUS.
           SELECT RECYCLE-OUT ASSIGN TO RECYCOUT
               FILE STATUS IS WS-RECYCOUT-STATUS.
           SELECT APPROVER-FILE ASSIGN TO APPRDAT
               FILE STATUS IS WS-APPR-STATUS.
           SELECT APPROVAL-QUEUE ASSIGN TO APRQDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-CLAIM-ID
               FILE STATUS IS WS-APRQ-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 TRANS-CLAIM-PAYEE   PIC X(20).
           05 TRANS-CLAIM-AMOUNT  PIC 9(7).
           05 TRANS-CLAIM-DATE    PIC 9(8).
           05 TRANS-APPROVER-ID   PIC X(6).

       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE      PIC X(80).
       01  RECYCLE-IN-RECORD.
           05 RCI-FIRST-DATE      PIC 9(8).
           05 RCI-REASON          PIC X(4).
           05 RCI-TRANS           PIC X(52).

       FD  RECYCLE-OUT.
       01  RECYCLE-OUT-RECORD.
           05 RCO-FIRST-DATE      PIC 9(8).
           05 RCO-REASON          PIC X(4).
           05 RCO-TRANS           PIC X(52).

       FD  APPROVER-FILE.
           COPY APPRREC.

       FD  APPROVAL-QUEUE.
           COPY APRQREC.

       FD  RUN-CONTROL.
           COPY RUNREC.
       01  WS-ADJUST-COUNT        PIC 9(5) VALUE 0.
       01  WS-PARTIAL-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPEN-BALANCE        PIC S9(7) VALUE 0.
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
       01  WS-RECYCIN-STATUS      PIC XX VALUE "00".
       01  WS-RECYCOUT-STATUS     PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-APPR-STATUS         PIC XX VALUE "00".
       01  WS-APRQ-STATUS         PIC XX VALUE "00".
       01  WS-APPR-EOF            PIC X VALUE "N".
      *  APPROVER AUTHORITY LOADED AT STARTUP FROM APPRDAT. THE
      *  EDIT LOOKS UP THE TRANSACTION'S APPROVER AND KEEPS THEIR
      *  LIMIT FOR THE APPLY.
       01  WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 100 TIMES.
               10 WS-APPR-ID      PIC X(6).
               10 WS-APPR-MAX     PIC 9(7).
       01  WS-APPR-USED           PIC 9(3) VALUE 0.
       01  WS-APPR-IDX            PIC 9(3) VALUE 0.
       01  WS-APPR-FOUND          PIC X VALUE "N".
       01  WS-APPROVER-LIMIT      PIC 9(7) VALUE 0.
      *  WHAT THE TRANSACTION WOULD MAKE PAYABLE - THE STAGED
      *  AUTHORIZATION WHEN ONE IS SHORT OF THE OPEN BALANCE,
      *  OTHERWISE THE WHOLE OPEN BALANCE - AND WHETHER IT IS OVER
      *  THE APPROVER'S LIMIT.
       01  WS-EXPOSURE            PIC 9(7) VALUE 0.
       01  WS-HOLD-CLAIM          PIC X VALUE "N".
       01  WS-PRIOR-CLAIM-STATUS  PIC X(10) VALUE SPACES.
       01  WS-RECYC-EOF           PIC X VALUE "N".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
      *  PAID STATUS CHANGE AGAINST A PAID CLAIM, CLSD ACTION
      *  AGAINST A CLOSED CLAIM, APPR PARTIAL ON A CLAIM NOT
      *  APPROVED, BAL AMOUNT CONFLICTS WITH PAID-TO-DATE, IOER
      *  FILE ERROR ON THE APPLY, APID APPROVER ID MISSING ON AN
      *  APPROVE, PARTIAL OR INCREASE, NAPR APPROVER NOT IN THE
      *  AUTHORITY TABLE, SAME SECOND APPROVER IS THE FIRST, LIMT
      *  SECOND APPROVER'S LIMIT BELOW THE AMOUNT HELD, NQUE HELD
      *  CLAIM HAS NO SECOND-APPROVAL QUEUE ROW.
       01  WS-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  WS-EDIT-REASON         PIC X(4) VALUE SPACES.
       01  WS-REJ-FIRST-DATE      PIC 9(8) VALUE 0.
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-START
           PERFORM LOAD-APPROVERS
           OPEN I-O CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "CLAIM-FILE OPEN FAILED, STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O APPROVAL-QUEUE
           IF WS-APRQ-STATUS NOT = "00"
               DISPLAY "APPROVAL-QUEUE OPEN FAILED, STATUS "
                       WS-APRQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRANS-FILE OPEN FAILED, STATUS "
           END-PERFORM
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE CLAIM-FILE
           CLOSE APPROVAL-QUEUE
           CLOSE TRANS-FILE
           CLOSE MAINT-REPORT
           CLOSE RECYCLE-IN
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       LOAD-APPROVERS.
           OPEN INPUT APPROVER-FILE
           IF WS-APPR-STATUS NOT = "00"
               DISPLAY "APPROVER-FILE OPEN FAILED, STATUS "
                       WS-APPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-APPR-EOF = "Y"
               READ APPROVER-FILE
                   AT END
                       MOVE "Y" TO WS-APPR-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-APPROVER
               END-READ
           END-PERFORM
           CLOSE APPROVER-FILE.

       LOAD-ONE-APPROVER.
           IF WS-APPR-USED < 100
               ADD 1 TO WS-APPR-USED
               MOVE APR-APPROVER-ID TO WS-APPR-ID(WS-APPR-USED)
               MOVE APR-MAX-AMOUNT TO WS-APPR-MAX(WS-APPR-USED)
           ELSE
               DISPLAY "APPROVER TABLE FULL AT " APR-APPROVER-ID
                       " - RAISE THE TABLE SIZE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  CORRECTED RECYCLE RECORDS RUN THROUGH THE SAME EDITS AND
      *  APPLY PATHS AS FRESH CARDS, KEEPING THEIR ORIGINAL
      *  FIRST-REJECT DATE SO AGE SURVIVES ANOTHER BOUNCE.
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF TRANS-APPROVE OR TRANS-PARTIAL
               IF TRANS-APPROVER-ID = SPACES
                   MOVE "APID" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           MOVE 0 TO WS-APPROVER-LIMIT
           IF TRANS-APPROVER-ID NOT = SPACES
               PERFORM FIND-APPROVER
               IF WS-APPR-FOUND = "N"
                   MOVE "NAPR" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF
           IF NOT TRANS-OPEN AND NOT TRANS-APPROVE
                   AND NOT TRANS-DENY AND NOT TRANS-CLOSE
                   AND NOT TRANS-ADJUST AND NOT TRANS-PARTIAL
               PERFORM FLAG-EDIT-FAIL
           END-IF.

       FIND-APPROVER.
           MOVE "N" TO WS-APPR-FOUND
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-USED
               IF WS-APPR-ID(WS-APPR-IDX) = TRANS-APPROVER-ID
                   MOVE "Y" TO WS-APPR-FOUND
                   MOVE WS-APPR-MAX(WS-APPR-IDX) TO WS-APPROVER-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *  THE FIRST EDIT TO FAIL NAMES THE REASON THE KEYER SEES ON
      *  THE RECYCLE RECORD; LATER FAILURES STILL INVALIDATE BUT
      *  DO NOT OVERWRITE IT.
           MOVE TRANS-CLAIM-PAYEE TO CLAIM-PAYEE
           MOVE TRANS-CLAIM-AMOUNT TO CLAIM-AMOUNT
           MOVE "OPEN" TO CLAIM-STATUS
           MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
           MOVE TRANS-CLAIM-DATE TO CLAIM-DATE
           MOVE 0 TO CLAIM-PAID-TO-DATE
           MOVE 0 TO CLAIM-AUTH-AMOUNT
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       ELSE
                           IF TRANS-APPROVE
                               AND CLAIM-STATUS = "PENDING2"
                               PERFORM RELEASE-CLAIM
                           ELSE
                               PERFORM REWRITE-CLAIM-STATUS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *  AN APPROVAL FOR MORE THAN THE APPROVER MAY AUTHORIZE ALONE
      *  PARKS THE CLAIM IN PENDING2 INSTEAD OF APPROVED. DENYING OR
      *  CLOSING A PARKED CLAIM TAKES IT OUT OF THE QUEUE.
       REWRITE-CLAIM-STATUS.
           MOVE "N" TO WS-HOLD-CLAIM
           MOVE CLAIM-STATUS TO WS-PRIOR-CLAIM-STATUS
           EVALUATE TRUE
               WHEN TRANS-APPROVE
                   PERFORM SET-CLAIM-EXPOSURE
                   IF WS-EXPOSURE > WS-APPROVER-LIMIT
                       MOVE "PENDING2" TO CLAIM-STATUS
                       MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
                       MOVE "Y" TO WS-HOLD-CLAIM
                   ELSE
                       MOVE "APPROVED" TO CLAIM-STATUS
                       MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
                   END-IF
               WHEN TRANS-DENY
                   MOVE "DENIED" TO CLAIM-STATUS
                   MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
               WHEN TRANS-CLOSE
                   MOVE "CLOSED" TO CLAIM-STATUS
                   MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
           END-EVALUATE
           REWRITE CLAIM-RECORD
               INVALID KEY
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   PERFORM COUNT-STATUS-TRANS
                   IF WS-HOLD-CLAIM = "Y"
                       PERFORM QUEUE-SECOND-APPROVAL
                   ELSE
                       IF WS-PRIOR-CLAIM-STATUS = "PENDING2"
                           PERFORM DROP-QUEUE-ENTRY
                       END-IF
                   END-IF
           END-REWRITE.

      *  SECOND APPROVAL: THE RELEASING APPROVER MUST NOT BE THE
      *  ONE WHO PARKED THE CLAIM AND MUST HAVE THE AUTHORITY FOR
      *  WHAT IT WOULD NOW MAKE PAYABLE.
       RELEASE-CLAIM.
           MOVE CLAIM-ID TO APQ-CLAIM-ID
           READ APPROVAL-QUEUE
               INVALID KEY
                   MOVE "NQUE" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   PERFORM SET-CLAIM-EXPOSURE
                   EVALUATE TRUE
                       WHEN TRANS-APPROVER-ID = APQ-FIRST-APPROVER
                           MOVE "SAME" TO WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       WHEN WS-EXPOSURE > WS-APPROVER-LIMIT
                           MOVE "LIMT" TO WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       WHEN OTHER
                           PERFORM REWRITE-RELEASED-CLAIM
                   END-EVALUATE
           END-READ.

       REWRITE-RELEASED-CLAIM.
           MOVE "APPROVED" TO CLAIM-STATUS
           MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
           REWRITE CLAIM-RECORD
               INVALID KEY
                   MOVE "IOER" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-APPROVE-COUNT
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "RELEASED " CLAIM-ID " " WS-EXPOSURE
                           " BY " TRANS-APPROVER-ID
                           " FIRST APPROVER " APQ-FIRST-APPROVER
                           " QUEUED " APQ-QUEUE-DATE
                           DELIMITED BY SIZE INTO MAINT-REPORT-LINE
                   END-STRING
                   WRITE MAINT-REPORT-LINE
                   DELETE APPROVAL-QUEUE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-REWRITE.

       SET-CLAIM-EXPOSURE.
           COMPUTE WS-OPEN-BALANCE = CLAIM-AMOUNT
                   - CLAIM-PAID-TO-DATE
           IF CLAIM-AUTH-AMOUNT > 0
               AND CLAIM-AUTH-AMOUNT < WS-OPEN-BALANCE
               MOVE CLAIM-AUTH-AMOUNT TO WS-EXPOSURE
           ELSE
               MOVE WS-OPEN-BALANCE TO WS-EXPOSURE
           END-IF.

      *  A CLAIM ALREADY IN THE QUEUE KEEPS ITS ORIGINAL QUEUE DATE
      *  SO THE AGE ON THE QUEUE REPORT IS HOW LONG THE MONEY HAS
      *  WAITED, BUT TAKES THE NEW ACTION, APPROVER AND AMOUNT.
       QUEUE-SECOND-APPROVAL.
           ADD 1 TO WS-HELD-COUNT
           MOVE CLAIM-ID TO APQ-CLAIM-ID
           READ APPROVAL-QUEUE
               INVALID KEY
                   MOVE WS-CURRENT-DATE TO APQ-QUEUE-DATE
                   PERFORM FILL-QUEUE-ENTRY
                   WRITE APPROVAL-QUEUE-RECORD
                       INVALID KEY
                           DISPLAY "APPROVAL-QUEUE WRITE FAILED "
                                   CLAIM-ID
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-QUEUE-ENTRY
                   REWRITE APPROVAL-QUEUE-RECORD
                       INVALID KEY
                           DISPLAY "APPROVAL-QUEUE REWRITE FAILED "
                                   CLAIM-ID
                   END-REWRITE
           END-READ
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "HELD FOR SECOND APPROVAL " TRANS-CODE " "
                   CLAIM-ID " " WS-EXPOSURE
                   " APPROVER " TRANS-APPROVER-ID
                   " LIMIT " WS-APPROVER-LIMIT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       FILL-QUEUE-ENTRY.
           MOVE TRANS-CODE TO APQ-ACTION
           MOVE TRANS-APPROVER-ID TO APQ-FIRST-APPROVER
           MOVE WS-EXPOSURE TO APQ-AMOUNT.

       DROP-QUEUE-ENTRY.
           MOVE CLAIM-ID TO APQ-CLAIM-ID
           DELETE APPROVAL-QUEUE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *  THE QUEUE ROW'S AMOUNT FOLLOWS THE CLAIM'S EXPOSURE SO THE
      *  QUEUE REPORT SHOWS WHAT THE SECOND APPROVER WOULD RELEASE.
       REFRESH-QUEUE-AMOUNT.
           PERFORM SET-CLAIM-EXPOSURE
           MOVE CLAIM-ID TO APQ-CLAIM-ID
           READ APPROVAL-QUEUE
               INVALID KEY
                   DISPLAY "APPROVAL-QUEUE ROW MISSING " CLAIM-ID
               NOT INVALID KEY
                   MOVE WS-EXPOSURE TO APQ-AMOUNT
                   REWRITE APPROVAL-QUEUE-RECORD
                       INVALID KEY
                           DISPLAY "APPROVAL-QUEUE REWRITE FAILED "
                                   CLAIM-ID
                   END-REWRITE
           END-READ.

       COUNT-STATUS-TRANS.
           EVALUATE TRUE
               WHEN TRANS-APPROVE
           END-READ.

      *  AN ADJUSTMENT CANNOT TAKE THE CLAIM BELOW WHAT HAS
      *  ALREADY BEEN REMITTED ON IT. AN INCREASE ON A CLAIM THAT
      *  IS ALREADY PAYABLE (OR WAITING ON A SECOND APPROVAL) IS AN
      *  APPROVAL OF THE NEW AMOUNT, SO IT NEEDS AN APPROVER AND
      *  GOES THROUGH THE SAME LIMIT - OVER IT, THE CLAIM PARKS IN
      *  PENDING2; A CLAIM ALREADY PARKED STAYS PARKED WITH THE
      *  QUEUE ROW REFRESHED TO THE NEW AMOUNT. A DECREASE ON A
      *  PARKED CLAIM NEEDS NO APPROVER; IT ONLY REFRESHES THE QUEUE
      *  ROW'S AMOUNT, KEEPING ITS FIRST APPROVER AND QUEUE DATE.
       REWRITE-CLAIM-AMOUNT.
           MOVE "N" TO WS-HOLD-CLAIM
           EVALUATE TRUE
               WHEN TRANS-CLAIM-AMOUNT < CLAIM-PAID-TO-DATE
                   MOVE "BAL " TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               WHEN TRANS-CLAIM-AMOUNT > CLAIM-AMOUNT
                   AND (CLAIM-STATUS = "APPROVED"
                       OR CLAIM-STATUS = "PENDING2")
                   AND TRANS-APPROVER-ID = SPACES
                   MOVE "APID" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               WHEN OTHER
                   IF TRANS-CLAIM-AMOUNT > CLAIM-AMOUNT
                       AND (CLAIM-STATUS = "APPROVED"
                           OR CLAIM-STATUS = "PENDING2")
                       MOVE TRANS-CLAIM-AMOUNT TO CLAIM-AMOUNT
                       PERFORM SET-CLAIM-EXPOSURE
                       IF WS-EXPOSURE > WS-APPROVER-LIMIT
                           OR CLAIM-STATUS = "PENDING2"
                           MOVE "PENDING2" TO CLAIM-STATUS
                           MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
                           MOVE "Y" TO WS-HOLD-CLAIM
                       END-IF
                   ELSE
                       MOVE TRANS-CLAIM-AMOUNT TO CLAIM-AMOUNT
                   END-IF
                   REWRITE CLAIM-RECORD
                       INVALID KEY
                           MOVE "IOER" TO WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       NOT INVALID KEY
                           ADD 1 TO WS-ADJUST-COUNT
                           IF WS-HOLD-CLAIM = "Y"
                               PERFORM QUEUE-SECOND-APPROVAL
                           ELSE
                               IF CLAIM-STATUS = "PENDING2"
                                   PERFORM REFRESH-QUEUE-AMOUNT
                               END-IF
                           END-IF
                   END-REWRITE
           END-EVALUATE.

      *  PARTIAL-PAY AUTHORIZATION: STAGES A STATED AMOUNT FOR THE
      *  NEXT PAYMENT EXTRACT. ONLY AN APPROVED CLAIM CAN CARRY
      *  ONE, AND NEVER FOR MORE THAN THE OPEN BALANCE - THE
      *  EXTRACT REMITS THE AUTHORIZATION AND LEAVES THE CLAIM
      *  APPROVED UNTIL PAID-TO-DATE REACHES THE CLAIM AMOUNT. AN
      *  AUTHORIZATION OVER THE APPROVER'S LIMIT IS STAGED BUT
      *  PARKS THE CLAIM IN PENDING2 UNTIL A SECOND APPROVER
      *  RELEASES IT.
       PARTIAL-PAY-CLAIM.
           MOVE TRANS-CLAIM-ID TO CLAIM-ID
           READ CLAIM-FILE
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       WHEN OTHER
                           PERFORM REWRITE-CLAIM-AUTH
                   END-EVALUATE
           END-READ.

       REWRITE-CLAIM-AUTH.
           MOVE "N" TO WS-HOLD-CLAIM
           MOVE TRANS-CLAIM-AMOUNT TO CLAIM-AUTH-AMOUNT
           PERFORM SET-CLAIM-EXPOSURE
           IF WS-EXPOSURE > WS-APPROVER-LIMIT
               MOVE "PENDING2" TO CLAIM-STATUS
               MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
               MOVE "Y" TO WS-HOLD-CLAIM
           END-IF
           REWRITE CLAIM-RECORD
               INVALID KEY
                   MOVE "IOER" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-PARTIAL-COUNT
                   IF WS-HOLD-CLAIM = "Y"
                       PERFORM QUEUE-SECOND-APPROVAL
                   END-IF
           END-REWRITE.

       REJECT-TRANS.
           MOVE "Y" TO WS-TRANS-REJECTED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ADJUSTS=" WS-ADJUST-COUNT
                   " PARTIALS=" WS-PARTIAL-COUNT
                   " REJECTS=" WS-REJECT-COUNT
                   " HELD=" WS-HELD-COUNT
                   " RELEASED=" WS-RELEASE-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE
