       DATA DIVISION.
       FILE SECTION.
       FD  CURR-FILE.
       01  CURR-RECORD            PIC X(77).

       FD  PRIOR-FILE.
       01  PRIOR-RECORD           PIC X(77).

       FD  DELTA-REPORT.
       01  DELTA-REPORT-LINE      PIC X(80).
           05 WS-CUR-DATE         PIC 9(8).
           05 WS-CUR-PAID         PIC 9(7).
           05 WS-CUR-AUTH         PIC 9(7).
           05 WS-CUR-STATUS-DATE  PIC 9(8).
       01  WS-PRIOR-CLAIM.
           05 WS-PRI-ID           PIC X(10).
           05 WS-PRI-PAYEE        PIC X(20).
           05 WS-PRI-DATE         PIC 9(8).
           05 WS-PRI-PAID         PIC 9(7).
           05 WS-PRI-AUTH         PIC 9(7).
           05 WS-PRI-STATUS-DATE  PIC 9(8).
       01  WS-NEW-COUNT           PIC 9(7) VALUE 0.
       01  WS-NEW-AMOUNT          PIC 9(9) VALUE 0.
       01  WS-GONE-COUNT          PIC 9(7) VALUE 0.
       01  WS-PAID-CHANGE-COUNT   PIC 9(7) VALUE 0.
       01  WS-PAID-CHANGE-AMOUNT  PIC S9(9) VALUE 0.
       01  WS-PAID-MOVEMENT       PIC S9(9) VALUE 0.
      *  EIGHT CLAIM STATUSES (OPEN, PENDING, APPROVED, PENDING2,
      *  DENIED, CLOSED, PAID, RETURNED) GIVE UP TO 56 DISTINCT
      *  TRANSITIONS, SO THE TABLE HOLDS ALL 56.
       01  WS-TRANSITION-TABLE.
           05 WS-TRANS-ENTRY OCCURS 56 TIMES.
               10 WS-TRN-FROM     PIC X(10).
               10 WS-TRN-TO       PIC X(10).
               10 WS-TRN-COUNT    PIC 9(5).
               END-IF
           END-PERFORM
           IF WS-TRN-FOUND = "N"
               IF WS-TRANS-USED < 56
                   ADD 1 TO WS-TRANS-USED
                   MOVE WS-TRANS-USED TO WS-TRN-IDX
                   MOVE WS-PRI-STATUS TO WS-TRN-FROM(WS-TRN-IDX)
