               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO BNKRPT
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO BNKREVW
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE      PIC X(80).

      *  SECOND-PERSON REVIEW LISTING - EVERY ADD AND CHANGE THIS
      *  RUN APPLIED, OLD AND NEW ACCOUNT DETAILS SIDE BY SIDE WITH
      *  THE ACCOUNT NUMBERS MASKED TO THEIR LAST FOUR CHARACTERS.
       FD  REVIEW-REPORT.
       01  REVIEW-REPORT-LINE     PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNREC.

       01  WS-TRANS-STATUS        PIC XX VALUE "00".
       01  WS-MAINT-STATUS        PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-REVIEW-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF           PIC X VALUE "N".
       01  WS-CHANGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-PRENOTE-COUNT       PIC 9(5) VALUE 0.
       01  WS-VALID-TRANS         PIC X VALUE "Y".
           88 WS-TRANS-IS-VALID       VALUE "Y".
      *  THE BANK DETAILS AS THEY STOOD BEFORE A CHANGE, FOR THE
      *  ACCOUNT COMPARE AND THE OLD HALF OF THE REVIEW LISTING.
       01  WS-OLD-BANK.
           05 WS-OLD-ROUTING      PIC 9(9).
           05 WS-OLD-ACCOUNT      PIC X(17).
           05 WS-OLD-SPLIT-PCT    PIC 9(3).
           05 WS-OLD-ROUTING-2    PIC 9(9).
           05 WS-OLD-ACCOUNT-2    PIC X(17).
           05 WS-OLD-PRENOTE      PIC X.
       01  WS-ACCOUNT-CHANGED     PIC X VALUE "N".
           88 WS-ACCOUNT-IS-CHANGED   VALUE "Y".
       01  WS-MASK-ACCOUNT        PIC X(17).
       01  WS-MASK-LEN            PIC 99 VALUE 0.
       01  WS-MASK-IDX            PIC 99 VALUE 0.
       01  WS-REV-HDR-LINE.
           05 FILLER              PIC X(40) VALUE
                   "BANK ACCOUNT CHANGES FOR SECOND REVIEW".
           05 FILLER              PIC X(9) VALUE "RUN DATE ".
           05 WS-REV-HDR-DATE     PIC 9999/99/99.
       01  WS-REV-EMP-LINE.
           05 WS-REV-ACTION       PIC X(7).
           05 WS-REV-EMP-ID       PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-REV-NAME         PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-REV-NOTE         PIC X(30).
       01  WS-REV-ACCT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-REV-LABEL        PIC X(4).
           05 WS-REV-ROUTING      PIC X(9).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-REV-ACCOUNT      PIC X(17).
           05 FILLER              PIC X(7) VALUE " SPLIT ".
           05 WS-REV-SPLIT-PCT    PIC ZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-REV-ROUTING-2    PIC X(9).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-REV-ACCOUNT-2    PIC X(17).
       01  WS-REV-SIGN-LINE       PIC X(60) VALUE
               "REVIEWED BY ____________________  DATE __________".

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-REPORT
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "REVIEW-REPORT OPEN FAILED, STATUS "
                       WS-REVIEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-REV-HDR-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-REV-HDR-LINE
           PERFORM READ-TRANS
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               PERFORM EDIT-TRANS
               PERFORM READ-TRANS
           END-PERFORM
           PERFORM WRITE-MAINT-SUMMARY
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-REV-SIGN-LINE
           CLOSE BANK-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE TRANS-FILE
           CLOSE MAINT-REPORT
           CLOSE REVIEW-REPORT
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.
                   PERFORM DELETE-BANK
           END-EVALUATE.

      *  A NEW ACCOUNT ALWAYS STARTS DUE FOR A PRENOTE - NO LIVE
      *  DEPOSIT GOES TO IT UNTIL BANK-PRENOTE HAS VERIFIED IT.
       ADD-BANK.
           MOVE TRANS-EMP-ID TO BANK-EMP-ID
           PERFORM MOVE-TRANS-TO-BANK
           MOVE "N" TO BANK-PRENOTE-STATUS
           MOVE WS-CURRENT-DATE TO BANK-PRENOTE-DATE
           WRITE BANK-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-PRENOTE-COUNT
                   MOVE "ADD" TO WS-REV-ACTION
                   MOVE "PRENOTE STARTED" TO WS-REV-NOTE
                   PERFORM WRITE-REVIEW-ENTRY
           END-WRITE.

      *  A CHANGE THAT TOUCHES EITHER ACCOUNT - OR RE-KEYS DETAILS
      *  THE BANK ALREADY REJECTED - STARTS THE PRENOTE OVER. A
      *  CHANGE TO THE FLAG OR THE SPLIT PERCENT ALONE KEEPS THE
      *  VERIFIED STATE OF THE ACCOUNTS ALREADY ON FILE.
       CHANGE-BANK.
           MOVE TRANS-EMP-ID TO BANK-EMP-ID
           READ BANK-FILE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   MOVE BANK-ROUTING TO WS-OLD-ROUTING
                   MOVE BANK-ACCOUNT TO WS-OLD-ACCOUNT
                   MOVE BANK-SPLIT-PCT TO WS-OLD-SPLIT-PCT
                   MOVE BANK-ROUTING-2 TO WS-OLD-ROUTING-2
                   MOVE BANK-ACCOUNT-2 TO WS-OLD-ACCOUNT-2
                   MOVE BANK-PRENOTE-STATUS TO WS-OLD-PRENOTE
                   PERFORM MOVE-TRANS-TO-BANK
                   PERFORM CHECK-ACCOUNT-CHANGE
                   IF WS-ACCOUNT-IS-CHANGED
                       MOVE "N" TO BANK-PRENOTE-STATUS
                       MOVE WS-CURRENT-DATE TO BANK-PRENOTE-DATE
                   END-IF
                   REWRITE BANK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM REJECT-TRANS
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM REVIEW-CHANGE
                   END-REWRITE
           END-READ.

      *  THE SECOND ACCOUNT ONLY COUNTS WHEN THE NEW DETAILS SPLIT
      *  TO IT - A SECOND ACCOUNT THAT TOOK NO SHARE BEFORE WAS
      *  NEVER PROVEN BY A LIVE DEPOSIT.
       CHECK-ACCOUNT-CHANGE.
           MOVE "N" TO WS-ACCOUNT-CHANGED
           IF BANK-ROUTING NOT = WS-OLD-ROUTING
               OR BANK-ACCOUNT NOT = WS-OLD-ACCOUNT
               OR WS-OLD-PRENOTE = "F"
               MOVE "Y" TO WS-ACCOUNT-CHANGED
           END-IF
           IF BANK-SPLIT-PCT > 0
               IF WS-OLD-SPLIT-PCT = 0
                   OR BANK-ROUTING-2 NOT = WS-OLD-ROUTING-2
                   OR BANK-ACCOUNT-2 NOT = WS-OLD-ACCOUNT-2
                   MOVE "Y" TO WS-ACCOUNT-CHANGED
               END-IF
           END-IF.

       REVIEW-CHANGE.
           MOVE "CHANGE" TO WS-REV-ACTION
           IF WS-ACCOUNT-IS-CHANGED
               ADD 1 TO WS-PRENOTE-COUNT
               MOVE "PRENOTE STARTED" TO WS-REV-NOTE
           ELSE
               MOVE "NO ACCOUNT CHANGE - NO PRENOTE" TO WS-REV-NOTE
           END-IF
           PERFORM WRITE-REVIEW-ENTRY.

      *  EMP-NAME IS STILL IN THE RECORD AREA FROM THE EMPLOYEE
      *  LOOKUP IN EDIT-TRANS. AN ADD HAS NO OLD LINE.
       WRITE-REVIEW-ENTRY.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE BANK-EMP-ID TO WS-REV-EMP-ID
           MOVE EMP-NAME TO WS-REV-NAME
           WRITE REVIEW-REPORT-LINE FROM WS-REV-EMP-LINE
           IF TRANS-CHANGE
               MOVE "OLD" TO WS-REV-LABEL
               MOVE WS-OLD-ROUTING TO WS-REV-ROUTING
               MOVE WS-OLD-ACCOUNT TO WS-MASK-ACCOUNT
               PERFORM MASK-ACCOUNT
               MOVE WS-MASK-ACCOUNT TO WS-REV-ACCOUNT
               MOVE WS-OLD-SPLIT-PCT TO WS-REV-SPLIT-PCT
               IF WS-OLD-SPLIT-PCT > 0
                   MOVE WS-OLD-ROUTING-2 TO WS-REV-ROUTING-2
                   MOVE WS-OLD-ACCOUNT-2 TO WS-MASK-ACCOUNT
                   PERFORM MASK-ACCOUNT
                   MOVE WS-MASK-ACCOUNT TO WS-REV-ACCOUNT-2
               ELSE
                   MOVE SPACES TO WS-REV-ROUTING-2
                   MOVE SPACES TO WS-REV-ACCOUNT-2
               END-IF
               WRITE REVIEW-REPORT-LINE FROM WS-REV-ACCT-LINE
           END-IF
           MOVE "NEW" TO WS-REV-LABEL
           MOVE BANK-ROUTING TO WS-REV-ROUTING
           MOVE BANK-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-ACCOUNT TO WS-REV-ACCOUNT
           MOVE BANK-SPLIT-PCT TO WS-REV-SPLIT-PCT
           IF BANK-SPLIT-PCT > 0
               MOVE BANK-ROUTING-2 TO WS-REV-ROUTING-2
               MOVE BANK-ACCOUNT-2 TO WS-MASK-ACCOUNT
               PERFORM MASK-ACCOUNT
               MOVE WS-MASK-ACCOUNT TO WS-REV-ACCOUNT-2
           ELSE
               MOVE SPACES TO WS-REV-ROUTING-2
               MOVE SPACES TO WS-REV-ACCOUNT-2
           END-IF
           WRITE REVIEW-REPORT-LINE FROM WS-REV-ACCT-LINE.

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

       DELETE-BANK.
           MOVE TRANS-EMP-ID TO BANK-EMP-ID
           DELETE BANK-FILE
                   " CHANGES=" WS-CHANGE-COUNT
                   " DELETES=" WS-DELETE-COUNT
                   " REJECTS=" WS-REJECT-COUNT
                   " PRENOTES=" WS-PRENOTE-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.
