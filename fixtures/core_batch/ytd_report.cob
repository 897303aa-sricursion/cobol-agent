               FILE STATUS IS WS-ARCH-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO YESTMT
               FILE STATUS IS WS-STMT-STATUS.
           SELECT LEAVE-FILE ASSIGN TO LEAVDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE        PIC X(132).

       FD  LEAVE-FILE.
           COPY LEAVEREC.

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS         PIC XX VALUE "00".
       01  WS-ARCH-STATUS        PIC XX VALUE "00".
       01  WS-STMT-STATUS        PIC XX VALUE "00".
       01  WS-LEAVE-STATUS       PIC XX VALUE "00".
       01  WS-LEAVE-EOF          PIC X VALUE "N".
       01  WS-LEAVE-EXCESS       PIC S9(5)V99 VALUE 0.
       01  WS-FORFEIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-FORFEIT-TOTAL      PIC 9(7)V99 VALUE 0.
       01  WS-EOF                PIC X VALUE "N".
       01  WS-REPORT-MODE        PIC X(8) VALUE SPACES.
       01  WS-GRAND-GROSS        PIC 9(11) VALUE 0.
      *  A YEAREND RUN SUBMITTED IN JANUARY IS CLOSING THE PRIOR
      *  YEAR, SO THE ARCHIVE AND STATEMENTS TAG THAT YEAR.
       01  WS-CLOSING-YEAR       PIC 9(4) VALUE 0.
           COPY ACCRTAB.
       01  WS-STMT-HDR.
           05 FILLER             PIC X(31) VALUE
                   "ANNUAL EARNINGS STATEMENT YEAR ".
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O LEAVE-FILE
               IF WS-LEAVE-STATUS NOT = "00"
                   DISPLAY "LEAVE-FILE OPEN FAILED, STATUS "
                           WS-LEAVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM APPLY-LEAVE-CARRYOVER
               CLOSE LEAVE-FILE
           END-IF
           PERFORM READ-YTD
           PERFORM UNTIL WS-EOF = "Y"
           MOVE 0 TO YTD-Q3-NET
           MOVE 0 TO YTD-Q4-NET
           REWRITE YTD-RECORD.

      *  YEAR-END LEAVE CLOSE, RUN BEFORE THE YTD RESET: A BALANCE
      *  ABOVE THE CARRYOVER CAP FOR THE EMPLOYEE'S SERVICE TIER IS
      *  CUT BACK TO THE CAP AND THE EXCESS RECORDED AS FORFEITED,
      *  THEN THE YEAR'S ACCRUED AND TAKEN COUNTERS ZERO. A ROW
      *  ALREADY CLOSED FOR THIS YEAR IS SKIPPED, SO A RESUBMITTED
      *  YEAREND CANNOT FORFEIT TWICE. A NEGATIVE (ADVANCED)
      *  BALANCE CARRIES FORWARD AS IT STANDS.
       APPLY-LEAVE-CARRYOVER.
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-FILE
                   AT END
                       MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF LV-LAST-YEAREND NOT = WS-CLOSING-YEAR
                           PERFORM CLOSE-ONE-LEAVE-ROW
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "LEAVE ROWS FORFEITING " WS-FORFEIT-COUNT
                   " HOURS FORFEITED " WS-FORFEIT-TOTAL.

       CLOSE-ONE-LEAVE-ROW.
           MOVE 0 TO LV-FORFEIT-HOURS
           PERFORM FIND-ACCRUAL-TIER
           IF WS-ACCR-TIER > 0
               COMPUTE WS-LEAVE-EXCESS = LV-BALANCE-HOURS
                       - WS-ACCR-CAP(WS-ACCR-TIER)
               IF WS-LEAVE-EXCESS > 0
                   MOVE WS-LEAVE-EXCESS TO LV-FORFEIT-HOURS
                   MOVE WS-ACCR-CAP(WS-ACCR-TIER) TO LV-BALANCE-HOURS
                   ADD 1 TO WS-FORFEIT-COUNT
                   ADD WS-LEAVE-EXCESS TO WS-FORFEIT-TOTAL
                   DISPLAY LV-EMP-ID " LEAVE " LV-TYPE
                       " FORFEITED " LV-FORFEIT-HOURS
                       " CARRIED " LV-BALANCE-HOURS
               END-IF
           END-IF
           MOVE 0 TO LV-ACCRUED-YTD
           MOVE 0 TO LV-TAKEN-YTD
           MOVE WS-CLOSING-YEAR TO LV-LAST-YEAREND
           REWRITE LEAVE-RECORD.

      *  COMPLETED SERVICE YEARS FALL OUT OF THE YYYYMMDD
      *  DIFFERENCE DIVIDED BY 10000 AND TRUNCATED. THE LAST TIER
      *  OF THE ROW'S LEAVE TYPE THE EMPLOYEE HAS REACHED APPLIES.
       FIND-ACCRUAL-TIER.
           MOVE 0 TO WS-ACCR-TIER
           COMPUTE WS-SERVICE-YEARS =
                   (WS-CURRENT-DATE - LV-SERVICE-DATE) / 10000
           IF WS-SERVICE-YEARS < 0
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF
           PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
                   UNTIL WS-ACCR-IDX > WS-ACCR-USED
               IF WS-ACCR-TYPE(WS-ACCR-IDX) = LV-TYPE
                   AND WS-ACCR-YEARS(WS-ACCR-IDX) <= WS-SERVICE-YEARS
                   MOVE WS-ACCR-IDX TO WS-ACCR-TIER
               END-IF
           END-PERFORM.
