       01  WS-PAY-COUNT           PIC 9(7) VALUE 0.
       01  WS-PAY-GROSS           PIC 9(9) VALUE 0.
       01  WS-PAY-NET             PIC 9(9) VALUE 0.
       01  WS-OFF-COUNT           PIC 9(7) VALUE 0.
       01  WS-OFF-GROSS           PIC 9(9) VALUE 0.
       01  WS-OFF-NET             PIC 9(9) VALUE 0.
       01  WS-REV-COUNT           PIC 9(7) VALUE 0.
       01  WS-REV-GROSS           PIC 9(9) VALUE 0.
       01  WS-REV-NET             PIC 9(9) VALUE 0.
       01  WS-MNT-ADDS            PIC 9(7) VALUE 0.
       01  WS-MNT-CHANGES         PIC 9(7) VALUE 0.
       01  WS-MNT-DELETES         PIC 9(7) VALUE 0.
      *  EMPMAINT MAY RUN SEVERAL TIMES A DAY, SO ITS COUNTS ADD UP.
      *  EMPRELS IS THE NIGHTLY RELEASE OF FUTURE-DATED CARDS - ITS
      *  ADDS AND DELETES MOVE THE MASTER THE SAME WAY, SO THEY
      *  COUNT INTO THE SAME MAINTENANCE ACTIVITY. OFFCYCLE RUNS
      *  DURING THE DAY AND MAY RUN MORE THAN ONCE - EVERY RUN'S
      *  EARNINGS (OFFCYCLE) AND REVERSALS (OFFCYREV) ADD UP.
       POST-CONTROL-RECORD.
           EVALUATE CTL-PROGRAM
               WHEN "PAYRRPT"
                   ADD CTL-ADD-COUNT TO WS-MNT-ADDS
                   ADD CTL-CHANGE-COUNT TO WS-MNT-CHANGES
                   ADD CTL-DELETE-COUNT TO WS-MNT-DELETES
               WHEN "OFFCYCLE"
                   ADD CTL-RECORD-COUNT TO WS-OFF-COUNT
                   ADD CTL-GROSS-AMOUNT TO WS-OFF-GROSS
                   ADD CTL-NET-AMOUNT TO WS-OFF-NET
               WHEN "OFFCYREV"
                   ADD CTL-RECORD-COUNT TO WS-REV-COUNT
                   ADD CTL-GROSS-AMOUNT TO WS-REV-GROSS
                   ADD CTL-NET-AMOUNT TO WS-REV-NET
           END-EVALUATE.

       ADD-UP-YTD-MASTER.
           IF WS-PAY-FOUND = "Y"
               MOVE "YTD GROSS" TO WS-RPT-LABEL
               COMPUTE WS-CMP-EXPECTED = WS-PRIOR-GROSS + WS-PAY-GROSS
                       + WS-OFF-GROSS - WS-REV-GROSS
               MOVE WS-YTD-GROSS TO WS-CMP-ACTUAL
               PERFORM JUDGE-ONE-TOTAL
               MOVE "YTD NET" TO WS-RPT-LABEL
               COMPUTE WS-CMP-EXPECTED = WS-PRIOR-NET + WS-PAY-NET
                       + WS-OFF-NET - WS-REV-NET
               MOVE WS-YTD-NET TO WS-CMP-ACTUAL
               PERFORM JUDGE-ONE-TOTAL
               IF WS-PRIOR-FOUND = "Y"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "OFF-CYCLE EARNINGS=" WS-OFF-COUNT
                   " GROSS=" WS-OFF-GROSS
                   " REVERSALS=" WS-REV-COUNT
                   " GROSS=" WS-REV-GROSS
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "CYCLE STATUS: OUT OF BALANCE"
                   TO BALANCE-REPORT-LINE
