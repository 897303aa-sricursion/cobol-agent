       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEPING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO HSKPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT REMIT-HISTORY ASSIGN TO REMITHST
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT CLAIM-ARCHIVE ASSIGN TO CLMARCH
               FILE STATUS IS WS-CLMARCH-STATUS.
           SELECT RUNCTL-ARCHIVE ASSIGN TO RUNARCH
               FILE STATUS IS WS-RUNARCH-STATUS.
           SELECT CHANGE-LOG ASSIGN TO CHGLOG
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT CHANGE-LOG-NEW ASSIGN TO CHGNEW
               FILE STATUS IS WS-CHGNEW-STATUS.
           SELECT CHANGE-ARCHIVE ASSIGN TO CHGARCH
               FILE STATUS IS WS-CHGARCH-STATUS.
           SELECT HOUSEKEEPING-REPORT ASSIGN TO HSKRPT
               FILE STATUS IS WS-HSKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  RETENTION CARDS: KEYWORD IN 1-8, DAYS IN 10-14, ANYTHING
      *  AFTER THAT IS COMMENTARY. A BLANK CARD OR AN ASTERISK IN
      *  COLUMN 1 IS SKIPPED.
      *    CLAIMS   - DAYS A CLOSED, DENIED OR PAID CLAIM STAYS ON
      *               THE MASTER AFTER ITS LAST STATUS MOVE OR
      *               REMITTANCE
      *    RETURNS  - DAYS AFTER A REMITTANCE THE BANK CAN STILL
      *               RETURN IT
      *    RUNCTL   - DAYS A COMPLETED RUN-CONTROL RECORD IS KEPT
      *    CHGLOG   - DAYS AN EMPLOYEE CHANGE-LOG RECORD IS KEPT
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-KEYWORD        PIC X(8).
           05 FILLER              PIC X.
           05 PARM-DAYS           PIC X(5).
           05 PARM-DAYS-N REDEFINES PARM-DAYS
                                  PIC 9(5).
           05 FILLER              PIC X(66).

       FD  RUN-CONTROL.
           COPY RUNREC.

       FD  CLAIM-FILE.
           COPY CLMREC.

      *  EVERY REMITTANCE DETAIL STILL CATALOGED IN THE PAYMENT
      *  GDG, SORTED BY CLAIM-ID AND THEN PAY DATE DESCENDING BY
      *  THE STEP AHEAD OF THIS ONE - THE FIRST DETAIL FOR A CLAIM
      *  IS ITS LATEST REMITTANCE. SAME SHAPE CLAIM-PAYMENT WRITES.
       FD  REMIT-HISTORY.
       01  REMIT-HISTORY-RECORD   PIC X(46).

      *  EACH ARCHIVE RECORD IS THE MASTER RECORD IMAGE EXACTLY AS
      *  IT LEFT THE MASTER, SO ARCHIVE-INQUIRY AND ANY RELOAD READ
      *  IT WITH THE MASTER'S OWN COPYBOOK.
       FD  CLAIM-ARCHIVE.
       01  CLAIM-ARCHIVE-RECORD   PIC X(77).

       FD  RUNCTL-ARCHIVE.
       01  RUNCTL-ARCHIVE-RECORD  PIC X(42).

       FD  CHANGE-LOG.
           COPY CHGREC.

       FD  CHANGE-LOG-NEW.
       01  CHANGE-LOG-NEW-RECORD  PIC X(132).

       FD  CHANGE-ARCHIVE.
       01  CHANGE-ARCHIVE-RECORD  PIC X(132).

       FD  HOUSEKEEPING-REPORT.
       01  HOUSEKEEPING-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS       PIC XX VALUE "00".
       01  WS-CLAIM-STATUS        PIC XX VALUE "00".
       01  WS-REMIT-STATUS        PIC XX VALUE "00".
       01  WS-CLMARCH-STATUS      PIC XX VALUE "00".
       01  WS-RUNARCH-STATUS      PIC XX VALUE "00".
       01  WS-CHGLOG-STATUS       PIC XX VALUE "00".
       01  WS-CHGNEW-STATUS       PIC XX VALUE "00".
       01  WS-CHGARCH-STATUS      PIC XX VALUE "00".
       01  WS-HSKRPT-STATUS       PIC XX VALUE "00".
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(8) VALUE 0.
       01  WS-EOF                 PIC X VALUE "N".
      *  RETENTION PERIODS IN DAYS AND THE CUTOFF DATES THEY GIVE -
      *  A RECORD DATED BEFORE ITS CUTOFF IS PAST RETENTION. THERE
      *  ARE NO DEFAULTS: A MISSING, ZERO OR NON-NUMERIC CARD STOPS
      *  THE RUN BEFORE ANYTHING IS TOUCHED.
       01  WS-CLAIM-DAYS          PIC 9(5) VALUE 0.
       01  WS-RETURN-DAYS         PIC 9(5) VALUE 0.
       01  WS-RUNCTL-DAYS         PIC 9(5) VALUE 0.
       01  WS-CHGLOG-DAYS         PIC 9(5) VALUE 0.
       01  WS-CLAIM-CUTOFF        PIC 9(8) VALUE 0.
       01  WS-RETURN-CUTOFF       PIC 9(8) VALUE 0.
       01  WS-RUNCTL-CUTOFF       PIC 9(8) VALUE 0.
       01  WS-CHGLOG-CUTOFF       PIC 9(8) VALUE 0.
       01  WS-PARM-ERRORS         PIC 9(3) VALUE 0.
       01  WS-PARM-ERROR-TEXT     PIC X(40) VALUE SPACES.
       01  WS-IN-PROGRESS-COUNT   PIC 9(5) VALUE 0.
       01  WS-OUT-OF-TIE          PIC X VALUE "N".
       01  WS-DELETE-FAILED       PIC X VALUE "N".
       01  WS-ARCHIVED-TOTAL      PIC 9(7) VALUE 0.
       01  WS-REMIT-HIST.
           05 WS-RMH-REC-TYPE     PIC X.
           05 WS-RMH-CLAIM-ID     PIC X(10).
           05 WS-RMH-PAYEE        PIC X(20).
           05 WS-RMH-AMOUNT       PIC 9(7).
           05 WS-RMH-PAY-DATE     PIC 9(8).
       01  WS-LAST-REMIT-DATE     PIC 9(8) VALUE 0.
       01  WS-LAST-ACTIVITY       PIC 9(8) VALUE 0.
       01  WS-HOLD-REASON         PIC X(24) VALUE SPACES.
      *  BEFORE IS THE FILE AS THE SWEEP FOUND IT, ARCHIVED IS WHAT
      *  WENT TO THE ARCHIVE GENERATION AND OFF THE FILE, AND AFTER
      *  IS A SEPARATE RE-READ OF THE FILE ONCE THE SWEEP IS DONE.
      *  BEFORE MUST EQUAL ARCHIVED PLUS AFTER IN COUNT AND AMOUNT.
       01  WS-CLM-BEFORE-COUNT    PIC 9(7) VALUE 0.
       01  WS-CLM-BEFORE-AMOUNT   PIC 9(11) VALUE 0.
       01  WS-CLM-BEFORE-PAID     PIC 9(11) VALUE 0.
       01  WS-CLM-ARCH-COUNT      PIC 9(7) VALUE 0.
       01  WS-CLM-ARCH-AMOUNT     PIC 9(11) VALUE 0.
       01  WS-CLM-ARCH-PAID       PIC 9(11) VALUE 0.
       01  WS-CLM-AFTER-COUNT     PIC 9(7) VALUE 0.
       01  WS-CLM-AFTER-AMOUNT    PIC 9(11) VALUE 0.
       01  WS-CLM-AFTER-PAID      PIC 9(11) VALUE 0.
       01  WS-CLM-HELD-COUNT      PIC 9(7) VALUE 0.
       01  WS-RUN-BEFORE-COUNT    PIC 9(7) VALUE 0.
       01  WS-RUN-BEFORE-RECORDS  PIC 9(11) VALUE 0.
       01  WS-RUN-ARCH-COUNT      PIC 9(7) VALUE 0.
       01  WS-RUN-ARCH-RECORDS    PIC 9(11) VALUE 0.
       01  WS-RUN-AFTER-COUNT     PIC 9(7) VALUE 0.
       01  WS-RUN-AFTER-RECORDS   PIC 9(11) VALUE 0.
       01  WS-CHG-BEFORE-COUNT    PIC 9(7) VALUE 0.
       01  WS-CHG-ARCH-COUNT      PIC 9(7) VALUE 0.
       01  WS-CHG-AFTER-COUNT     PIC 9(7) VALUE 0.
       01  WS-HDR-LINE.
           05 FILLER              PIC X(32) VALUE
                   "HOUSEKEEPING ARCHIVE AND PURGE  ".
           05 WS-HDR-DATE         PIC 9999/99/99.
       01  WS-RETAIN-LINE.
           05 FILLER              PIC X(10) VALUE "RETENTION ".
           05 WS-RTL-KEYWORD      PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RTL-DAYS         PIC ZZ,ZZ9.
           05 FILLER              PIC X(6) VALUE " DAYS ".
           05 WS-RTL-TEXT         PIC X(27).
           05 WS-RTL-CUTOFF       PIC 9999/99/99.
       01  WS-PARM-ERROR-LINE.
           05 FILLER              PIC X(14) VALUE "PARM IN ERROR ".
           05 WS-PEL-CARD         PIC X(40).
           05 FILLER              PIC X(3) VALUE " - ".
           05 WS-PEL-TEXT         PIC X(40).
       01  WS-RUNNING-LINE.
           05 FILLER              PIC X(12) VALUE "IN PROGRESS ".
           05 WS-RNL-PROGRAM      PIC X(8).
           05 FILLER              PIC X(7) VALUE " SINCE ".
           05 WS-RNL-DATE         PIC 9999/99/99.
       01  WS-CLAIM-LINE.
           05 WS-CLL-TAG          PIC X(10).
           05 WS-CLL-ID           PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-CLL-PAYEE        PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-CLL-STATUS       PIC X(10).
           05 FILLER              PIC X(7) VALUE " SINCE ".
           05 WS-CLL-STATUS-DATE  PIC 9999/99/99.
           05 FILLER              PIC X(8) VALUE " AMOUNT ".
           05 WS-CLL-AMOUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(6) VALUE " PAID ".
           05 WS-CLL-PAID         PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-CLL-TEXT         PIC X(24).
       01  WS-TIE-HEADING.
           05 WS-TIH-FILE         PIC X(26).
           05 FILLER              PIC X(11) VALUE "      COUNT".
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TIH-AMOUNT-1     PIC X(14).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TIH-AMOUNT-2     PIC X(14).
       01  WS-TIE-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TIL-STAGE        PIC X(22).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-TIL-COUNT        PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TIL-AMOUNT-1     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TIL-AMOUNT-2     PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-TIE-RUN-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TRL-STAGE        PIC X(22).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-TRL-COUNT        PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TRL-RECORDS      PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-TIE-COUNT-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-TCL-STAGE        PIC X(22).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-TCL-COUNT        PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT HOUSEKEEPING-REPORT
           IF WS-HSKRPT-STATUS NOT = "00"
               DISPLAY "HOUSEKEEPING-REPORT OPEN FAILED, STATUS "
                       WS-HSKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-HDR-LINE
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE
           PERFORM LOAD-RETENTION-PARMS
           IF WS-PARM-ERRORS > 0
               MOVE "RETENTION PARAMETERS IN ERROR - NOTHING PURGED"
                   TO HOUSEKEEPING-REPORT-LINE
               WRITE HOUSEKEEPING-REPORT-LINE
               CLOSE HOUSEKEEPING-REPORT
               DISPLAY "HOUSEKEEPING RETENTION PARAMETERS IN ERROR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-RETENTION-CUTOFFS
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL OPEN FAILED, STATUS "
                       WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-NOTHING-IN-PROGRESS
           IF WS-IN-PROGRESS-COUNT > 0
               MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
               STRING WS-IN-PROGRESS-COUNT
                       " RUN(S) IN PROGRESS - HOUSEKEEPING REFUSED,"
                       " NOTHING PURGED"
                       DELIMITED BY SIZE INTO HOUSEKEEPING-REPORT-LINE
               END-STRING
               WRITE HOUSEKEEPING-REPORT-LINE
               CLOSE HOUSEKEEPING-REPORT
               CLOSE RUN-CONTROL
               DISPLAY "HOUSEKEEPING REFUSED - RUNS IN PROGRESS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RUN-START
           PERFORM PURGE-CLAIMS
           PERFORM PURGE-RUN-CONTROL
           PERFORM PURGE-CHANGE-LOG
           CLOSE HOUSEKEEPING-REPORT
           IF WS-OUT-OF-TIE = "Y" OR WS-DELETE-FAILED = "Y"
               DISPLAY "HOUSEKEEPING OUT OF TIE - SEE HSKRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "HOUSEKEEPING ARCHIVED " WS-ARCHIVED-TOTAL
           PERFORM WRITE-RUN-END
           CLOSE RUN-CONTROL
           STOP RUN.

       LOAD-RETENTION-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "PARM-FILE OPEN FAILED, STATUS "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PARM
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           MOVE "N" TO WS-EOF
           MOVE SPACES TO PARM-RECORD
           MOVE "NO CARD" TO WS-PARM-ERROR-TEXT
           IF WS-CLAIM-DAYS = 0
               MOVE "CLAIMS" TO PARM-KEYWORD
               PERFORM REPORT-PARM-ERROR
           END-IF
           IF WS-RETURN-DAYS = 0
               MOVE "RETURNS" TO PARM-KEYWORD
               PERFORM REPORT-PARM-ERROR
           END-IF
           IF WS-RUNCTL-DAYS = 0
               MOVE "RUNCTL" TO PARM-KEYWORD
               PERFORM REPORT-PARM-ERROR
           END-IF
           IF WS-CHGLOG-DAYS = 0
               MOVE "CHGLOG" TO PARM-KEYWORD
               PERFORM REPORT-PARM-ERROR
           END-IF.

       LOAD-ONE-PARM.
           EVALUATE TRUE
               WHEN PARM-RECORD = SPACES
                   CONTINUE
               WHEN PARM-KEYWORD(1:1) = "*"
                   CONTINUE
               WHEN PARM-DAYS IS NOT NUMERIC
                   MOVE "DAYS NOT NUMERIC" TO WS-PARM-ERROR-TEXT
                   PERFORM REPORT-PARM-ERROR
               WHEN PARM-DAYS-N = 0
                   MOVE "ZERO DAYS WOULD PURGE EVERYTHING"
                       TO WS-PARM-ERROR-TEXT
                   PERFORM REPORT-PARM-ERROR
               WHEN PARM-KEYWORD = "CLAIMS"
                   MOVE PARM-DAYS-N TO WS-CLAIM-DAYS
               WHEN PARM-KEYWORD = "RETURNS"
                   MOVE PARM-DAYS-N TO WS-RETURN-DAYS
               WHEN PARM-KEYWORD = "RUNCTL"
                   MOVE PARM-DAYS-N TO WS-RUNCTL-DAYS
               WHEN PARM-KEYWORD = "CHGLOG"
                   MOVE PARM-DAYS-N TO WS-CHGLOG-DAYS
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD" TO WS-PARM-ERROR-TEXT
                   PERFORM REPORT-PARM-ERROR
           END-EVALUATE.

       REPORT-PARM-ERROR.
           ADD 1 TO WS-PARM-ERRORS
           MOVE PARM-RECORD TO WS-PEL-CARD
           MOVE WS-PARM-ERROR-TEXT TO WS-PEL-TEXT
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-PARM-ERROR-LINE.

       SET-RETENTION-CUTOFFS.
           COMPUTE WS-CLAIM-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-CLAIM-DAYS)
           COMPUTE WS-RETURN-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-RETURN-DAYS)
           COMPUTE WS-RUNCTL-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-RUNCTL-DAYS)
           COMPUTE WS-CHGLOG-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-CHGLOG-DAYS)
           MOVE "CLAIMS" TO WS-RTL-KEYWORD
           MOVE WS-CLAIM-DAYS TO WS-RTL-DAYS
           MOVE "TERMINAL AND IDLE BEFORE" TO WS-RTL-TEXT
           MOVE WS-CLAIM-CUTOFF TO WS-RTL-CUTOFF
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-RETAIN-LINE
           MOVE "RETURNS" TO WS-RTL-KEYWORD
           MOVE WS-RETURN-DAYS TO WS-RTL-DAYS
           MOVE "NO REMITTANCE ON OR AFTER" TO WS-RTL-TEXT
           MOVE WS-RETURN-CUTOFF TO WS-RTL-CUTOFF
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-RETAIN-LINE
           MOVE "RUNCTL" TO WS-RTL-KEYWORD
           MOVE WS-RUNCTL-DAYS TO WS-RTL-DAYS
           MOVE "COMPLETED RUNS DATED BEFORE" TO WS-RTL-TEXT
           MOVE WS-RUNCTL-CUTOFF TO WS-RTL-CUTOFF
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-RETAIN-LINE
           MOVE "CHGLOG" TO WS-RTL-KEYWORD
           MOVE WS-CHGLOG-DAYS TO WS-RTL-DAYS
           MOVE "CHANGES DATED BEFORE" TO WS-RTL-TEXT
           MOVE WS-CHGLOG-CUTOFF TO WS-RTL-CUTOFF
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-RETAIN-LINE
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE.

      *  NOTHING IS PURGED WHILE ANY PROGRAM SHOWS STATUS R ON ANY
      *  DATE - TODAY'S RUN MAY BE READING THE VERY RECORDS THIS
      *  JOB WOULD DELETE, AND AN OLDER ONE IS AN ABEND WAITING ON
      *  A RESTART THAT NEEDS ITS RUN-CONTROL HISTORY INTACT. THE
      *  CYCLE-GATE STEP AHEAD OF THIS ONE REFUSES ON THE SAME
      *  TEST; THIS REPEATS IT FOR A SUBMISSION WITHOUT THE GATE.
       CHECK-NOTHING-IN-PROGRESS.
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RUN-IN-PROGRESS
                           ADD 1 TO WS-IN-PROGRESS-COUNT
                           MOVE RUN-PROGRAM TO WS-RNL-PROGRAM
                           MOVE RUN-DATE TO WS-RNL-DATE
                           WRITE HOUSEKEEPING-REPORT-LINE
                               FROM WS-RUNNING-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       WRITE-RUN-START.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE "HSKEEP" TO RUN-PROGRAM
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
           MOVE "HSKEEP" TO RUN-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-END-TIME
                   MOVE WS-ARCHIVED-TOTAL TO RUN-RECORD-COUNT
                   MOVE RETURN-CODE TO RUN-RETURN-CODE
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *  CLAIMS: ONE SWEEP OF THE MASTER IN CLAIM-ID ORDER, MATCHED
      *  AGAINST THE SORTED REMITTANCE HISTORY FOR EACH CLAIM'S
      *  LATEST REMITTANCE. EACH CLAIM ARCHIVED IS WRITTEN TO THE
      *  ARCHIVE GENERATION BEFORE IT IS DELETED FROM THE MASTER,
      *  SO AN ABEND PART WAY LOSES NOTHING.
       PURGE-CLAIMS.
           OPEN I-O CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "CLAIM-FILE OPEN FAILED, STATUS "
                       WS-CLAIM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REMIT-HISTORY
           IF WS-REMIT-STATUS NOT = "00"
               DISPLAY "REMIT-HISTORY OPEN FAILED, STATUS "
                       WS-REMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CLAIM-ARCHIVE
           IF WS-CLMARCH-STATUS NOT = "00"
               DISPLAY "CLAIM-ARCHIVE OPEN FAILED, STATUS "
                       WS-CLMARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO WS-RMH-CLAIM-ID
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIM-FILE KEY IS NOT LESS THAN CLAIM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-ONE-CLAIM
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE CLAIM-ARCHIVE
           CLOSE REMIT-HISTORY
           CLOSE CLAIM-FILE
           PERFORM COUNT-CLAIMS-AFTER
           PERFORM REPORT-CLAIM-TIE.

      *  A CLAIM LEAVES THE MASTER ONLY WHEN IT IS CLOSED, DENIED
      *  OR PAID; ITS LAST STATUS MOVE AND LAST REMITTANCE ARE BOTH
      *  OLDER THAN THE CLAIMS RETENTION; NO PARTIAL-PAY
      *  AUTHORIZATION IS STILL STAGED; A PAID CLAIM IS PAID IN
      *  FULL; AND NOTHING WAS REMITTED INSIDE THE BANK RETURN
      *  WINDOW, SO CLAIM-RETURNS CAN NEVER LOOK FOR IT AGAIN. A
      *  CLAIM PAST RETENTION THAT FAILS ONE OF THE LAST THREE
      *  TESTS IS LISTED AS HELD FOR SOMEONE TO LOOK AT.
       JUDGE-ONE-CLAIM.
           ADD 1 TO WS-CLM-BEFORE-COUNT
           ADD CLAIM-AMOUNT TO WS-CLM-BEFORE-AMOUNT
           ADD CLAIM-PAID-TO-DATE TO WS-CLM-BEFORE-PAID
           PERFORM FIND-LAST-REMITTANCE
           MOVE CLAIM-STATUS-DATE TO WS-LAST-ACTIVITY
           IF WS-LAST-REMIT-DATE > WS-LAST-ACTIVITY
               MOVE WS-LAST-REMIT-DATE TO WS-LAST-ACTIVITY
           END-IF
           EVALUATE TRUE
               WHEN CLAIM-STATUS NOT = "CLOSED"
                   AND CLAIM-STATUS NOT = "DENIED"
                   AND CLAIM-STATUS NOT = "PAID"
                   CONTINUE
               WHEN WS-LAST-ACTIVITY NOT < WS-CLAIM-CUTOFF
                   CONTINUE
               WHEN CLAIM-AUTH-AMOUNT > 0
                   MOVE "AUTHORIZATION STAGED" TO WS-HOLD-REASON
                   PERFORM HOLD-CLAIM
               WHEN CLAIM-STATUS = "PAID"
                   AND CLAIM-PAID-TO-DATE < CLAIM-AMOUNT
                   MOVE "OPEN BALANCE" TO WS-HOLD-REASON
                   PERFORM HOLD-CLAIM
               WHEN WS-LAST-REMIT-DATE NOT < WS-RETURN-CUTOFF
                   MOVE "RETURN WINDOW OPEN" TO WS-HOLD-REASON
                   PERFORM HOLD-CLAIM
               WHEN OTHER
                   PERFORM ARCHIVE-CLAIM
           END-EVALUATE.

      *  BOTH FILES ARE IN CLAIM-ID ORDER, SO THE HISTORY ONLY EVER
      *  MOVES FORWARD. AN EXHAUSTED HISTORY PARKS HIGH-VALUES.
       FIND-LAST-REMITTANCE.
           PERFORM UNTIL WS-RMH-CLAIM-ID NOT < CLAIM-ID
               READ REMIT-HISTORY INTO WS-REMIT-HIST
                   AT END
                       MOVE HIGH-VALUES TO WS-RMH-CLAIM-ID
               END-READ
           END-PERFORM
           IF WS-RMH-CLAIM-ID = CLAIM-ID
               MOVE WS-RMH-PAY-DATE TO WS-LAST-REMIT-DATE
           ELSE
               MOVE 0 TO WS-LAST-REMIT-DATE
           END-IF.

       HOLD-CLAIM.
           ADD 1 TO WS-CLM-HELD-COUNT
           MOVE "HELD      " TO WS-CLL-TAG
           MOVE WS-HOLD-REASON TO WS-CLL-TEXT
           PERFORM WRITE-CLAIM-LINE.

       ARCHIVE-CLAIM.
           WRITE CLAIM-ARCHIVE-RECORD FROM CLAIM-RECORD
           IF WS-CLMARCH-STATUS NOT = "00"
               DISPLAY "CLAIM-ARCHIVE WRITE FAILED, STATUS "
                       WS-CLMARCH-STATUS " AT " CLAIM-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE CLAIM-FILE RECORD
               INVALID KEY
                   MOVE "Y" TO WS-DELETE-FAILED
                   MOVE "DEL FAILED" TO WS-CLL-TAG
                   MOVE "DELETE FAILED - ON BOTH" TO WS-CLL-TEXT
                   PERFORM WRITE-CLAIM-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-CLM-ARCH-COUNT
                   ADD 1 TO WS-ARCHIVED-TOTAL
                   ADD CLAIM-AMOUNT TO WS-CLM-ARCH-AMOUNT
                   ADD CLAIM-PAID-TO-DATE TO WS-CLM-ARCH-PAID
                   MOVE "ARCHIVED  " TO WS-CLL-TAG
                   MOVE SPACES TO WS-CLL-TEXT
                   PERFORM WRITE-CLAIM-LINE
           END-DELETE.

       WRITE-CLAIM-LINE.
           MOVE CLAIM-ID TO WS-CLL-ID
           MOVE CLAIM-PAYEE TO WS-CLL-PAYEE
           MOVE CLAIM-STATUS TO WS-CLL-STATUS
           MOVE CLAIM-STATUS-DATE TO WS-CLL-STATUS-DATE
           MOVE CLAIM-AMOUNT TO WS-CLL-AMOUNT
           MOVE CLAIM-PAID-TO-DATE TO WS-CLL-PAID
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-CLAIM-LINE.

       COUNT-CLAIMS-AFTER.
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "CLAIM-FILE OPEN FAILED, STATUS "
                       WS-CLAIM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIM-FILE KEY IS NOT LESS THAN CLAIM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CLM-AFTER-COUNT
                       ADD CLAIM-AMOUNT TO WS-CLM-AFTER-AMOUNT
                       ADD CLAIM-PAID-TO-DATE TO WS-CLM-AFTER-PAID
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE CLAIM-FILE.

       REPORT-CLAIM-TIE.
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE
           MOVE "CLAIMS MASTER" TO WS-TIH-FILE
           MOVE "  CLAIM AMOUNT" TO WS-TIH-AMOUNT-1
           MOVE "  PAID TO DATE" TO WS-TIH-AMOUNT-2
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-HEADING
           MOVE "BEFORE" TO WS-TIL-STAGE
           MOVE WS-CLM-BEFORE-COUNT TO WS-TIL-COUNT
           MOVE WS-CLM-BEFORE-AMOUNT TO WS-TIL-AMOUNT-1
           MOVE WS-CLM-BEFORE-PAID TO WS-TIL-AMOUNT-2
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-LINE
           MOVE "ARCHIVED" TO WS-TIL-STAGE
           MOVE WS-CLM-ARCH-COUNT TO WS-TIL-COUNT
           MOVE WS-CLM-ARCH-AMOUNT TO WS-TIL-AMOUNT-1
           MOVE WS-CLM-ARCH-PAID TO WS-TIL-AMOUNT-2
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-LINE
           MOVE "AFTER" TO WS-TIL-STAGE
           MOVE WS-CLM-AFTER-COUNT TO WS-TIL-COUNT
           MOVE WS-CLM-AFTER-AMOUNT TO WS-TIL-AMOUNT-1
           MOVE WS-CLM-AFTER-PAID TO WS-TIL-AMOUNT-2
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-LINE
           MOVE "HELD PAST RETENTION" TO WS-TCL-STAGE
           MOVE WS-CLM-HELD-COUNT TO WS-TCL-COUNT
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-COUNT-LINE
           IF WS-CLM-BEFORE-COUNT =
                   WS-CLM-ARCH-COUNT + WS-CLM-AFTER-COUNT
               AND WS-CLM-BEFORE-AMOUNT =
                   WS-CLM-ARCH-AMOUNT + WS-CLM-AFTER-AMOUNT
               AND WS-CLM-BEFORE-PAID =
                   WS-CLM-ARCH-PAID + WS-CLM-AFTER-PAID
               MOVE "    TIES - BEFORE = ARCHIVED + AFTER"
                   TO HOUSEKEEPING-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-OUT-OF-TIE
               MOVE "    *** CLAIMS MASTER OUT OF TIE ***"
                   TO HOUSEKEEPING-REPORT-LINE
           END-IF
           WRITE HOUSEKEEPING-REPORT-LINE.

      *  RUN-CONTROL: COMPLETED RECORDS FOR BUSINESS DATES BEFORE
      *  THE CUTOFF GO TO THE ARCHIVE GENERATION. THE CHECK ABOVE
      *  GUARANTEES THE ONLY R RECORD LEFT IS THIS RUN'S OWN.
       PURGE-RUN-CONTROL.
           OPEN OUTPUT RUNCTL-ARCHIVE
           IF WS-RUNARCH-STATUS NOT = "00"
               DISPLAY "RUNCTL-ARCHIVE OPEN FAILED, STATUS "
                       WS-RUNARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO RUN-CTL-KEY
           START RUN-CONTROL KEY IS NOT LESS THAN RUN-CTL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TRIM-ONE-RUN
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE RUNCTL-ARCHIVE
           PERFORM COUNT-RUNS-AFTER
           PERFORM REPORT-RUN-CONTROL-TIE.

       TRIM-ONE-RUN.
           ADD 1 TO WS-RUN-BEFORE-COUNT
           ADD RUN-RECORD-COUNT TO WS-RUN-BEFORE-RECORDS
           IF RUN-DATE < WS-RUNCTL-CUTOFF AND RUN-COMPLETED
               WRITE RUNCTL-ARCHIVE-RECORD FROM RUN-CONTROL-RECORD
               IF WS-RUNARCH-STATUS NOT = "00"
                   DISPLAY "RUNCTL-ARCHIVE WRITE FAILED, STATUS "
                           WS-RUNARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DELETE RUN-CONTROL RECORD
                   INVALID KEY
                       PERFORM REPORT-RUN-DELETE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-RUN-ARCH-COUNT
                       ADD 1 TO WS-ARCHIVED-TOTAL
                       ADD RUN-RECORD-COUNT TO WS-RUN-ARCH-RECORDS
               END-DELETE
           END-IF.

       REPORT-RUN-DELETE-FAILED.
           MOVE "Y" TO WS-DELETE-FAILED
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           STRING "RUN-CONTROL DELETE FAILED " RUN-DATE " "
                   RUN-PROGRAM " - ON BOTH FILE AND ARCHIVE"
                   DELIMITED BY SIZE INTO HOUSEKEEPING-REPORT-LINE
           END-STRING
           WRITE HOUSEKEEPING-REPORT-LINE.

       COUNT-RUNS-AFTER.
           MOVE LOW-VALUES TO RUN-CTL-KEY
           START RUN-CONTROL KEY IS NOT LESS THAN RUN-CTL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RUN-AFTER-COUNT
                       ADD RUN-RECORD-COUNT TO WS-RUN-AFTER-RECORDS
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       REPORT-RUN-CONTROL-TIE.
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE
           MOVE "RUN-CONTROL FILE" TO WS-TIH-FILE
           MOVE " RECORDS COUNT" TO WS-TIH-AMOUNT-1
           MOVE SPACES TO WS-TIH-AMOUNT-2
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-HEADING
           MOVE "BEFORE" TO WS-TRL-STAGE
           MOVE WS-RUN-BEFORE-COUNT TO WS-TRL-COUNT
           MOVE WS-RUN-BEFORE-RECORDS TO WS-TRL-RECORDS
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-RUN-LINE
           MOVE "ARCHIVED" TO WS-TRL-STAGE
           MOVE WS-RUN-ARCH-COUNT TO WS-TRL-COUNT
           MOVE WS-RUN-ARCH-RECORDS TO WS-TRL-RECORDS
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-RUN-LINE
           MOVE "AFTER" TO WS-TRL-STAGE
           MOVE WS-RUN-AFTER-COUNT TO WS-TRL-COUNT
           MOVE WS-RUN-AFTER-RECORDS TO WS-TRL-RECORDS
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-RUN-LINE
           IF WS-RUN-BEFORE-COUNT =
                   WS-RUN-ARCH-COUNT + WS-RUN-AFTER-COUNT
               AND WS-RUN-BEFORE-RECORDS =
                   WS-RUN-ARCH-RECORDS + WS-RUN-AFTER-RECORDS
               MOVE "    TIES - BEFORE = ARCHIVED + AFTER"
                   TO HOUSEKEEPING-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-OUT-OF-TIE
               MOVE "    *** RUN-CONTROL FILE OUT OF TIE ***"
                   TO HOUSEKEEPING-REPORT-LINE
           END-IF
           WRITE HOUSEKEEPING-REPORT-LINE.

      *  CHANGE LOG: A SEQUENTIAL FILE ONLY EVER APPENDED TO, SO IT
      *  IS COPIED - OLD RECORDS TO THE ARCHIVE GENERATION, THE REST
      *  TO A NEW LOG THAT THE NEXT STEP RENAMES OVER THE OLD ONE
      *  WHEN THIS STEP ENDS CLEAN. THE OLD LOG IS NEVER WRITTEN.
       PURGE-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG
           IF WS-CHGLOG-STATUS NOT = "00"
               DISPLAY "CHANGE-LOG OPEN FAILED, STATUS "
                       WS-CHGLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHANGE-LOG-NEW
           IF WS-CHGNEW-STATUS NOT = "00"
               DISPLAY "CHANGE-LOG-NEW OPEN FAILED, STATUS "
                       WS-CHGNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHANGE-ARCHIVE
           IF WS-CHGARCH-STATUS NOT = "00"
               DISPLAY "CHANGE-ARCHIVE OPEN FAILED, STATUS "
                       WS-CHGARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHANGE-LOG
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TRIM-ONE-CHANGE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE CHANGE-LOG
           CLOSE CHANGE-LOG-NEW
           CLOSE CHANGE-ARCHIVE
           PERFORM COUNT-CHANGES-AFTER
           PERFORM REPORT-CHANGE-LOG-TIE.

       TRIM-ONE-CHANGE.
           ADD 1 TO WS-CHG-BEFORE-COUNT
           IF CHG-DATE < WS-CHGLOG-CUTOFF
               WRITE CHANGE-ARCHIVE-RECORD FROM CHANGE-LOG-RECORD
               ADD 1 TO WS-CHG-ARCH-COUNT
               ADD 1 TO WS-ARCHIVED-TOTAL
           ELSE
               WRITE CHANGE-LOG-NEW-RECORD FROM CHANGE-LOG-RECORD
           END-IF.

       COUNT-CHANGES-AFTER.
           OPEN INPUT CHANGE-LOG-NEW
           IF WS-CHGNEW-STATUS NOT = "00"
               DISPLAY "CHANGE-LOG-NEW OPEN FAILED, STATUS "
                       WS-CHGNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHANGE-LOG-NEW
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CHG-AFTER-COUNT
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           CLOSE CHANGE-LOG-NEW.

       REPORT-CHANGE-LOG-TIE.
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE
           MOVE "EMPLOYEE CHANGE LOG" TO WS-TIH-FILE
           MOVE SPACES TO WS-TIH-AMOUNT-1
           MOVE SPACES TO WS-TIH-AMOUNT-2
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-HEADING
           MOVE "BEFORE" TO WS-TCL-STAGE
           MOVE WS-CHG-BEFORE-COUNT TO WS-TCL-COUNT
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-COUNT-LINE
           MOVE "ARCHIVED" TO WS-TCL-STAGE
           MOVE WS-CHG-ARCH-COUNT TO WS-TCL-COUNT
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-COUNT-LINE
           MOVE "AFTER (NEW LOG)" TO WS-TCL-STAGE
           MOVE WS-CHG-AFTER-COUNT TO WS-TCL-COUNT
           WRITE HOUSEKEEPING-REPORT-LINE FROM WS-TIE-COUNT-LINE
           IF WS-CHG-BEFORE-COUNT =
                   WS-CHG-ARCH-COUNT + WS-CHG-AFTER-COUNT
               MOVE "    TIES - BEFORE = ARCHIVED + AFTER"
                   TO HOUSEKEEPING-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-OUT-OF-TIE
               MOVE "    *** CHANGE LOG OUT OF TIE - OLD LOG KEPT ***"
                   TO HOUSEKEEPING-REPORT-LINE
           END-IF
           WRITE HOUSEKEEPING-REPORT-LINE.
