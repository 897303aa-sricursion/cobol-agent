       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-APPROVAL-QUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE ASSIGN TO APRQDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APQ-CLAIM-ID
               FILE STATUS IS WS-APRQ-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT QUEUE-REPORT ASSIGN TO APRQRPT
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE.
           COPY APRQREC.

       FD  CLAIM-FILE.
           COPY CLMREC.

       FD  QUEUE-REPORT.
       01  QUEUE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APRQ-STATUS         PIC XX VALUE "00".
       01  WS-CLAIM-STATUS        PIC XX VALUE "00".
       01  WS-RPT-STATUS          PIC XX VALUE "00".
       01  WS-EOF                 PIC X VALUE "N".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-QUEUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-QUEUE-TOTAL         PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT       PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT        PIC 9(5) VALUE 0.
       01  WS-WAIT-DAYS           PIC S9(5) VALUE 0.
       01  WS-OLDEST-DAYS         PIC 9(5) VALUE 0.
      *  A CLAIM WAITING ON ITS SECOND APPROVAL LONGER THAN THIS MANY
      *  DAYS IS FLAGGED OVERDUE FOR THE CLAIMS SUPERVISOR TO CHASE.
       01  WS-OVERDUE-LIMIT-DAYS  PIC 9(2) VALUE 02.
       01  WS-HDR-LINE.
           05 FILLER              PIC X(32) VALUE
                   "CLAIMS AWAITING SECOND APPROVAL".
           05 FILLER              PIC X(9) VALUE "RUN DATE ".
           05 WS-HDR-DATE         PIC 9999/99/99.
       01  WS-COL-LINE.
           05 FILLER              PIC X(11) VALUE "CLAIM ID".
           05 FILLER              PIC X(21) VALUE "PAYEE".
           05 FILLER              PIC X(4) VALUE "ACT".
           05 FILLER              PIC X(11) VALUE "     AMOUNT".
           05 FILLER              PIC X(8) VALUE " 1ST APR".
           05 FILLER              PIC X(11) VALUE "  QUEUED".
           05 FILLER              PIC X(5) VALUE " DAYS".
      *  A QUEUE ROW WHOSE CLAIM IS GONE FROM THE MASTER OR NO
      *  LONGER IN PENDING2 PRINTS WITH A NOTE SO IT CAN BE CLEARED.
       01  WS-DTL-LINE.
           05 WS-DTL-CLAIM-ID     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-PAYEE        PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-ACTION       PIC X.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-DTL-AMOUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DTL-APPROVER     PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DTL-QUEUED       PIC 9999/99/99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-DAYS         PIC ZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DTL-NOTE         PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT APPROVAL-QUEUE
           IF WS-APRQ-STATUS NOT = "00"
               DISPLAY "APPROVAL-QUEUE OPEN FAILED, STATUS "
                       WS-APRQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "CLAIM-FILE OPEN FAILED, STATUS "
                       WS-CLAIM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QUEUE-REPORT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "QUEUE-REPORT OPEN FAILED, STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE QUEUE-REPORT-LINE FROM WS-HDR-LINE
           WRITE QUEUE-REPORT-LINE FROM WS-COL-LINE
           PERFORM READ-QUEUE
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM PRINT-ONE-QUEUE-ROW
               PERFORM READ-QUEUE
           END-PERFORM
           PERFORM PRINT-QUEUE-TOTALS
           IF WS-OVERDUE-COUNT > 0 OR WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE APPROVAL-QUEUE
           CLOSE CLAIM-FILE
           CLOSE QUEUE-REPORT
           STOP RUN.

       READ-QUEUE.
           READ APPROVAL-QUEUE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       PRINT-ONE-QUEUE-ROW.
           ADD 1 TO WS-QUEUE-COUNT
           ADD APQ-AMOUNT TO WS-QUEUE-TOTAL
           COMPUTE WS-WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(APQ-QUEUE-DATE)
           IF WS-WAIT-DAYS > WS-OLDEST-DAYS
               MOVE WS-WAIT-DAYS TO WS-OLDEST-DAYS
           END-IF
           MOVE SPACES TO WS-DTL-NOTE
           MOVE APQ-CLAIM-ID TO CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO WS-DTL-PAYEE
                   MOVE "ORPHAN" TO WS-DTL-NOTE
                   ADD 1 TO WS-ORPHAN-COUNT
               NOT INVALID KEY
                   MOVE CLAIM-PAYEE TO WS-DTL-PAYEE
                   IF CLAIM-STATUS NOT = "PENDING2"
                       MOVE "ORPHAN" TO WS-DTL-NOTE
                       ADD 1 TO WS-ORPHAN-COUNT
                   END-IF
           END-READ
           IF WS-WAIT-DAYS > WS-OVERDUE-LIMIT-DAYS
               AND WS-DTL-NOTE = SPACES
               MOVE "OVERDUE" TO WS-DTL-NOTE
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE APQ-CLAIM-ID TO WS-DTL-CLAIM-ID
           MOVE APQ-ACTION TO WS-DTL-ACTION
           MOVE APQ-AMOUNT TO WS-DTL-AMOUNT
           MOVE APQ-FIRST-APPROVER TO WS-DTL-APPROVER
           MOVE APQ-QUEUE-DATE TO WS-DTL-QUEUED
           MOVE WS-WAIT-DAYS TO WS-DTL-DAYS
           WRITE QUEUE-REPORT-LINE FROM WS-DTL-LINE.

       PRINT-QUEUE-TOTALS.
           MOVE SPACES TO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE
           MOVE SPACES TO QUEUE-REPORT-LINE
           STRING "WAITING=" WS-QUEUE-COUNT
                   " AMOUNT=" WS-QUEUE-TOTAL
                   " OLDEST DAYS=" WS-OLDEST-DAYS
                   DELIMITED BY SIZE INTO QUEUE-REPORT-LINE
           END-STRING
           WRITE QUEUE-REPORT-LINE
           MOVE SPACES TO QUEUE-REPORT-LINE
           STRING "OVERDUE=" WS-OVERDUE-COUNT
                   " ORPHANED=" WS-ORPHAN-COUNT
                   DELIMITED BY SIZE INTO QUEUE-REPORT-LINE
           END-STRING
           WRITE QUEUE-REPORT-LINE.
