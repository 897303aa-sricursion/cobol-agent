      *  REPORT, REPORT BEFORE BALANCE. A CONFLICT PROGRAM IS ONE
      *  THAT MUST NOT BE SITTING IN-PROGRESS WHEN THE TARGET
      *  STARTS - MAINTENANCE MUST NOT TOUCH A MASTER WHILE THE
      *  CYCLE PROGRAM THAT READS IT IS MID-FLIGHT. A TARGET MAY
      *  NAME TWO CONFLICTS WHEN TWO PROGRAMS READ ITS MASTER.
       01  WS-PREREQ-PROGRAM      PIC X(8) VALUE SPACES.
       01  WS-CONFLICT-PROGRAM    PIC X(8) VALUE SPACES.
       01  WS-CONFLICT-PROGRAM-2  PIC X(8) VALUE SPACES.
       01  WS-CHECK-PROGRAM       PIC X(8) VALUE SPACES.
      *  A TARGET THAT ARCHIVES AND DELETES FROM THE MASTERS NEEDS
      *  THE WHOLE SYSTEM QUIET - ANY PROGRAM IN PROGRESS, TODAY OR
      *  STUCK FROM AN EARLIER DATE, REFUSES IT.
       01  WS-NEEDS-QUIET         PIC X VALUE "N".
       01  WS-TARGET-KNOWN        PIC X VALUE "Y".
       01  WS-PREREQ-MET          PIC X VALUE "Y".
       01  WS-STALE-COUNT         PIC 9(5) VALUE 0.
                   PERFORM CHECK-CONCURRENT-RUN
                   PERFORM CHECK-PREREQUISITE
                   PERFORM CHECK-CONFLICT
                   PERFORM CHECK-SYSTEM-QUIET
               END-IF
           END-IF
           PERFORM JUDGE-GATE
       SET-PREREQUISITES.
           MOVE SPACES TO WS-PREREQ-PROGRAM
           MOVE SPACES TO WS-CONFLICT-PROGRAM
           MOVE SPACES TO WS-CONFLICT-PROGRAM-2
           MOVE "N" TO WS-NEEDS-QUIET
           MOVE "Y" TO WS-TARGET-KNOWN
           EVALUATE WS-TARGET-PROGRAM
               WHEN "CLMAUDIT"
                   MOVE "EMPMAINT" TO WS-CONFLICT-PROGRAM
               WHEN "PAYBAL"
                   MOVE "PAYRRPT" TO WS-PREREQ-PROGRAM
               WHEN "PAYRTRL"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "EMPMAINT"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "BNKMAINT"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
                   MOVE "BNKPREN" TO WS-CONFLICT-PROGRAM-2
               WHEN "BNKPREN"
                   MOVE "BNKMAINT" TO WS-CONFLICT-PROGRAM
               WHEN "CHKWRT"
                   MOVE "CHKVOID" TO WS-CONFLICT-PROGRAM
               WHEN "CHKVOID"
                   MOVE "CHKWRT" TO WS-CONFLICT-PROGRAM
               WHEN "DEDMAINT"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "TIMEDIT"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "LVTAKEN"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "LDMAINT"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "OFFCYCLE"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "W2EXTR"
                   MOVE "PAYRRPT" TO WS-CONFLICT-PROGRAM
               WHEN "CLMMAINT"
                   MOVE "CLMPAY" TO WS-CONFLICT-PROGRAM
               WHEN "CLMRTN"
                   MOVE "CLMPAY" TO WS-CONFLICT-PROGRAM
               WHEN "HSKEEP"
                   MOVE "Y" TO WS-NEEDS-QUIET
               WHEN OTHER
                   MOVE "N" TO WS-TARGET-KNOWN
                   MOVE "Y" TO WS-REFUSED
           END-IF.

       CHECK-CONFLICT.
           MOVE WS-CONFLICT-PROGRAM TO WS-CHECK-PROGRAM
           PERFORM CHECK-ONE-CONFLICT
           MOVE WS-CONFLICT-PROGRAM-2 TO WS-CHECK-PROGRAM
           PERFORM CHECK-ONE-CONFLICT.

       CHECK-ONE-CONFLICT.
           IF WS-CHECK-PROGRAM NOT = SPACES
               MOVE WS-CURRENT-DATE TO RUN-DATE
               MOVE WS-CHECK-PROGRAM TO RUN-PROGRAM
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
                       IF RUN-IN-PROGRESS
                           MOVE "Y" TO WS-REFUSED
                           MOVE SPACES TO GATE-REPORT-LINE
                           STRING WS-CHECK-PROGRAM
                                   " IS IN PROGRESS - "
                                   WS-TARGET-PROGRAM
                                   " REFUSED"
               END-READ
           END-IF.

       CHECK-SYSTEM-QUIET.
           IF WS-NEEDS-QUIET = "Y"
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO RUN-CTL-KEY
               START RUN-CONTROL KEY IS NOT LESS THAN RUN-CTL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ RUN-CONTROL NEXT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RUN-IN-PROGRESS
                               PERFORM REFUSE-NOT-QUIET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REFUSE-NOT-QUIET.
           MOVE "Y" TO WS-REFUSED
           MOVE SPACES TO GATE-REPORT-LINE
           STRING RUN-PROGRAM " IN PROGRESS SINCE " RUN-DATE
                   " - " WS-TARGET-PROGRAM " REFUSED"
                   DELIMITED BY SIZE INTO GATE-REPORT-LINE
           END-STRING
           WRITE GATE-REPORT-LINE.

      *  RC 8 STOPS THE SUBMISSION COLD. A STALE IN-PROGRESS
      *  RECORD ALONE PASSES THE GATE AT RC 4 - THE STEP MAY RUN,
      *  BUT THE WARNING IS ON THE REPORT FOR OPERATIONS TO CHASE
