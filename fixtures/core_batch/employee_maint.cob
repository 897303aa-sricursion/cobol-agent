           COPY DEPTREC.

       FD  PENDING-FILE.
       01  PENDING-RECORD         PIC X(64).

      *  REJECT RECYCLE - EVERY REJECTED TRANSACTION GOES OUT IN
      *  ITS ORIGINAL CARD SHAPE PLUS THE REASON IT BOUNCED AND
       01  RECYCLE-IN-RECORD.
           05 RCI-FIRST-DATE      PIC 9(8).
           05 RCI-REASON          PIC X(4).
           05 RCI-TRANS           PIC X(64).

       FD  RECYCLE-OUT.
       01  RECYCLE-OUT-RECORD.
           05 RCO-FIRST-DATE      PIC 9(8).
           05 RCO-REASON          PIC X(4).
           05 RCO-TRANS           PIC X(64).

       FD  RUN-CONTROL.
           COPY RUNREC.
       01  WS-DEPT-STATUS         PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(55) VALUE SPACES.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-ADD-COUNT           PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-RECYC-EOF           PIC X VALUE "N".
      *  REASON CODES: TCDE BAD TRANS CODE, NAME BLANK NAME, PAY
      *  NON-NUMERIC PAY, PTYP PAY TYPE NOT H OR S, RATE HOURLY
      *  CARD WITHOUT A RATE, DEPT UNKNOWN DEPARTMENT, DINA
      *  INACTIVE DEPARTMENT, EDAT BAD EFFECTIVE DATE, DUPE ADD OF
      *  AN EXISTING EMP-ID, NKEY EMPLOYEE NOT ON MASTER, IOER FILE
      *  ERROR ON THE APPLY.
       01  WS-REJECT-REASON       PIC X(4) VALUE SPACES.
       01  WS-EDIT-REASON         PIC X(4) VALUE SPACES.
                   MOVE "PAY " TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
               PERFORM CHECK-TRANS-PAY-BASIS
               PERFORM CHECK-TRANS-DEPT
           END-IF
           IF NOT TRANS-ADD AND NOT TRANS-CHANGE AND NOT TRANS-DELETE
           END-IF
           MOVE "N" TO WS-VALID-TRANS.

      *  AN HOURLY EMPLOYEE IS PAID FROM TIMECARD HOURS AT THE
      *  RATE ON THE MASTER, SO AN H CARD WITHOUT A USABLE RATE
      *  WOULD PAY NOTHING - IT IS REJECTED HERE INSTEAD.
       CHECK-TRANS-PAY-BASIS.
           IF NOT TRANS-HOURLY AND NOT TRANS-SALARIED
               MOVE "PTYP" TO WS-EDIT-REASON
               PERFORM FLAG-EDIT-FAIL
           END-IF
           IF TRANS-HOURLY
               IF TRANS-EMP-RATE IS NOT NUMERIC
                   OR TRANS-EMP-RATE = 0
                   MOVE "RATE" TO WS-EDIT-REASON
                   PERFORM FLAG-EDIT-FAIL
               END-IF
           END-IF.

      *  ONLY AN ACTIVE CODE ON THE DEPARTMENT MASTER MAY REACH THE
      *  EMPLOYEE MASTER - TYPOS AND RETIRED CODES ARE REJECTED.
       CHECK-TRANS-DEPT.
           MOVE TRANS-EMP-STATE-TAX TO EMP-STATE-TAX
           MOVE TRANS-EMP-BENEFITS TO EMP-BENEFITS
           MOVE TRANS-EMP-DEPT TO EMP-DEPT
           PERFORM MOVE-TRANS-PAY-BASIS
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "DUPE" TO WS-REJECT-REASON
                   MOVE TRANS-EMP-STATE-TAX TO EMP-STATE-TAX
                   MOVE TRANS-EMP-BENEFITS TO EMP-BENEFITS
                   MOVE TRANS-EMP-DEPT TO EMP-DEPT
                   PERFORM MOVE-TRANS-PAY-BASIS
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE "IOER" TO WS-REJECT-REASON
                   END-DELETE
           END-READ.

      *  A SALARIED CARD STORES PAY TYPE S AND A ZERO RATE WHATEVER
      *  WAS KEYED IN THE RATE FIELD.
       MOVE-TRANS-PAY-BASIS.
           IF TRANS-HOURLY
               MOVE "H" TO EMP-PAY-TYPE
               MOVE TRANS-EMP-RATE TO EMP-HOURLY-RATE
           ELSE
               MOVE "S" TO EMP-PAY-TYPE
               MOVE 0 TO EMP-HOURLY-RATE
           END-IF.

       WRITE-CHANGE-LOG.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO CHG-DATE
