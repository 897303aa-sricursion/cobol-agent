       01  WS-EXTRACT-TOTAL       PIC 9(9) VALUE 0.
       01  WS-OPEN-BALANCE        PIC S9(7) VALUE 0.
       01  WS-REMIT-AMOUNT        PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
               STOP RUN
           END-IF
           PERFORM READ-CLAIM
      *  ONLY APPROVED CLAIMS PAY. A CLAIM PARKED IN PENDING2 BY
      *  CLAIM-MAINT - APPROVED OVER THE APPROVER'S LIMIT - IS
      *  SKIPPED AND COUNTED UNTIL A SECOND APPROVER RELEASES IT.
           PERFORM UNTIL WS-EOF = "Y"
               EVALUATE CLAIM-STATUS
                   WHEN "APPROVED"
                       PERFORM EXTRACT-CLAIM
                   WHEN "PENDING2"
                       ADD 1 TO WS-HELD-COUNT
               END-EVALUATE
               PERFORM READ-CLAIM
           END-PERFORM
           PERFORM WRITE-PAYMENT-TRAILER
           CLOSE PAYMENT-FILE
           DISPLAY "CLAIMS EXTRACTED " WS-EXTRACT-COUNT
                   " TOTAL " WS-EXTRACT-TOTAL
           DISPLAY "CLAIMS HELD FOR SECOND APPROVAL " WS-HELD-COUNT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.
           EVALUATE TRUE
               WHEN WS-OPEN-BALANCE <= 0
                   MOVE "PAID" TO CLAIM-STATUS
                   MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
                   MOVE 0 TO CLAIM-AUTH-AMOUNT
                   REWRITE CLAIM-RECORD
               WHEN CLAIM-PAID-TO-DATE > 0
           MOVE 0 TO CLAIM-AUTH-AMOUNT
           IF CLAIM-PAID-TO-DATE >= CLAIM-AMOUNT
               MOVE "PAID" TO CLAIM-STATUS
               MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
           END-IF
           REWRITE CLAIM-RECORD.

