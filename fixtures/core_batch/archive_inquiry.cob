       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-ARCHIVE ASSIGN TO CLMARCH
               FILE STATUS IS WS-CLMARCH-STATUS.
           SELECT CHANGE-ARCHIVE ASSIGN TO CHGARCH
               FILE STATUS IS WS-CHGARCH-STATUS.
           SELECT INQUIRY-REPORT ASSIGN TO INQRPT
               FILE STATUS IS WS-INQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  ARCHIVED CLAIMS - MASTER RECORD IMAGES AS HOUSEKEEPING
      *  MOVED THEM OFF THE CLAIMS MASTER, EVERY GENERATION.
       FD  CLAIM-ARCHIVE.
           COPY CLMREC.

      *  ARCHIVED CHANGE-LOG RECORDS, EVERY GENERATION - THE JOB
      *  CONCATENATES THE LIVE CHANGE LOG BEHIND THEM SO ONE PASS
      *  PRINTS AN EMPLOYEE'S WHOLE HISTORY.
       FD  CHANGE-ARCHIVE.
           COPY CHGREC.

       FD  INQUIRY-REPORT.
       01  INQUIRY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLMARCH-STATUS      PIC XX VALUE "00".
       01  WS-CHGARCH-STATUS      PIC XX VALUE "00".
       01  WS-INQRPT-STATUS       PIC XX VALUE "00".
       01  WS-EOF                 PIC X VALUE "N".
      *  RUN OPTION IS C,<CLAIM-ID> FOR AN ARCHIVED CLAIM OR
      *  E,<EMP-ID> FOR AN EMPLOYEE'S CHANGE HISTORY.
       01  WS-RUN-OPTION          PIC X(12) VALUE SPACES.
       01  WS-RUN-OPTION-PARTS    REDEFINES WS-RUN-OPTION.
           05 WS-OPT-TYPE         PIC X.
               88 WS-INQUIRE-CLAIM    VALUE "C".
               88 WS-INQUIRE-EMP      VALUE "E".
           05 WS-OPT-COMMA        PIC X.
           05 WS-OPT-ID           PIC X(10).
       01  WS-FOUND-COUNT         PIC 9(7) VALUE 0.
       01  WS-HDR-LINE.
           05 FILLER              PIC X(18) VALUE
                   "ARCHIVE INQUIRY - ".
           05 WS-HDR-TEXT         PIC X(24).
           05 WS-HDR-ID           PIC X(10).
       01  WS-CLAIM-LINE.
           05 FILLER              PIC X(6) VALUE "CLAIM ".
           05 WS-CLL-ID           PIC X(10).
           05 FILLER              PIC X(7) VALUE " PAYEE ".
           05 WS-CLL-PAYEE        PIC X(20).
           05 FILLER              PIC X(7) VALUE " FILED ".
           05 WS-CLL-DATE         PIC 9999/99/99.
           05 FILLER              PIC X(8) VALUE " STATUS ".
           05 WS-CLL-STATUS       PIC X(10).
           05 FILLER              PIC X(7) VALUE " SINCE ".
           05 WS-CLL-STATUS-DATE  PIC 9999/99/99.
       01  WS-CLAIM-AMOUNT-LINE.
           05 FILLER              PIC X(13) VALUE "      AMOUNT ".
           05 WS-CAL-AMOUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE " PAID TO DATE ".
           05 WS-CAL-PAID         PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(15) VALUE " AUTHORIZATION ".
           05 WS-CAL-AUTH         PIC Z,ZZZ,ZZ9.
       01  WS-EMP-IMAGE.
           05 IMG-EMP-ID          PIC X(5).
           05 IMG-EMP-NAME        PIC X(20).
           05 IMG-EMP-PAY         PIC 9(5).
           05 IMG-EMP-FED-TAX     PIC 9(5).
           05 IMG-EMP-STATE-TAX   PIC 9(5).
           05 IMG-EMP-BENEFITS    PIC 9(5).
           05 IMG-EMP-DEPT        PIC X(4).
           05 IMG-EMP-PAY-TYPE    PIC X.
           05 IMG-EMP-HOURLY-RATE PIC 9(3)V99.
       01  WS-CHG-LINE.
           05 WS-CHL-DATE         PIC 9999/99/99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-CHL-TIME         PIC X(8).
           05 FILLER              PIC X(7) VALUE " TRANS ".
           05 WS-CHL-CODE         PIC X.
           05 FILLER              PIC X(8) VALUE " EMP ID ".
           05 WS-CHL-EMP-ID       PIC X(5).
       01  WS-IMG-LINE.
           05 WS-IML-TAG          PIC X(9).
           05 WS-IML-NAME         PIC X(20).
           05 FILLER              PIC X(5) VALUE " PAY ".
           05 WS-IML-PAY          PIC ZZ,ZZ9.
           05 FILLER              PIC X(5) VALUE " FED ".
           05 WS-IML-FED          PIC ZZ,ZZ9.
           05 FILLER              PIC X(7) VALUE " STATE ".
           05 WS-IML-STATE        PIC ZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE " BENEFITS ".
           05 WS-IML-BENEFITS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(6) VALUE " DEPT ".
           05 WS-IML-DEPT         PIC X(4).
           05 FILLER              PIC X(6) VALUE " TYPE ".
           05 WS-IML-PAY-TYPE     PIC X.
           05 FILLER              PIC X(6) VALUE " RATE ".
           05 WS-IML-RATE         PIC ZZ9.99 BLANK WHEN ZERO.
       01  WS-NONE-LINE.
           05 WS-NOL-TAG          PIC X(9).
           05 FILLER              PIC X(6) VALUE "(NONE)".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-OPTION FROM COMMAND-LINE
           IF (NOT WS-INQUIRE-CLAIM AND NOT WS-INQUIRE-EMP)
               OR WS-OPT-COMMA NOT = ","
               OR WS-OPT-ID = SPACES
               DISPLAY "ARCHIVE-INQUIRY PARM MUST BE C,<CLAIM-ID> "
                       "OR E,<EMP-ID>, GOT " WS-RUN-OPTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-REPORT
           IF WS-INQRPT-STATUS NOT = "00"
               DISPLAY "INQUIRY-REPORT OPEN FAILED, STATUS "
                       WS-INQRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPT-ID TO WS-HDR-ID
           IF WS-INQUIRE-CLAIM
               MOVE "ARCHIVED CLAIM" TO WS-HDR-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-HDR-LINE
               PERFORM SEARCH-CLAIM-ARCHIVE
           ELSE
               MOVE "EMPLOYEE CHANGE HISTORY" TO WS-HDR-TEXT
               WRITE INQUIRY-REPORT-LINE FROM WS-HDR-LINE
               PERFORM SEARCH-CHANGE-ARCHIVE
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-LINE
           IF WS-FOUND-COUNT = 0
               MOVE 4 TO RETURN-CODE
               IF WS-INQUIRE-CLAIM
                   STRING "CLAIM " WS-OPT-ID
                           " IS NOT IN THE ARCHIVE -"
                           " CHECK THE CLAIMS MASTER"
                           DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "NO CHANGES ON FILE FOR EMPLOYEE "
                           WS-OPT-ID
                           DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
                   END-STRING
               END-IF
           ELSE
               STRING "RECORDS FOUND = " WS-FOUND-COUNT
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               END-STRING
           END-IF
           WRITE INQUIRY-REPORT-LINE
           CLOSE INQUIRY-REPORT
           STOP RUN.

      *  A CLAIM IS ARCHIVED ONCE, BUT A DELETE THAT FAILED AFTER
      *  THE ARCHIVE WRITE LEAVES IT IN A LATER GENERATION TOO, SO
      *  EVERY GENERATION IS READ AND EVERY MATCH PRINTS.
       SEARCH-CLAIM-ARCHIVE.
           OPEN INPUT CLAIM-ARCHIVE
           IF WS-CLMARCH-STATUS NOT = "00"
               DISPLAY "CLAIM-ARCHIVE OPEN FAILED, STATUS "
                       WS-CLMARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-ARCHIVE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CLAIM-ID = WS-OPT-ID
                           PERFORM PRINT-ARCHIVED-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-ARCHIVE.

       PRINT-ARCHIVED-CLAIM.
           ADD 1 TO WS-FOUND-COUNT
           MOVE CLAIM-ID TO WS-CLL-ID
           MOVE CLAIM-PAYEE TO WS-CLL-PAYEE
           MOVE CLAIM-DATE TO WS-CLL-DATE
           MOVE CLAIM-STATUS TO WS-CLL-STATUS
           MOVE CLAIM-STATUS-DATE TO WS-CLL-STATUS-DATE
           WRITE INQUIRY-REPORT-LINE FROM WS-CLAIM-LINE
           MOVE CLAIM-AMOUNT TO WS-CAL-AMOUNT
           MOVE CLAIM-PAID-TO-DATE TO WS-CAL-PAID
           MOVE CLAIM-AUTH-AMOUNT TO WS-CAL-AUTH
           WRITE INQUIRY-REPORT-LINE FROM WS-CLAIM-AMOUNT-LINE.

       SEARCH-CHANGE-ARCHIVE.
           OPEN INPUT CHANGE-ARCHIVE
           IF WS-CHGARCH-STATUS NOT = "00"
               DISPLAY "CHANGE-ARCHIVE OPEN FAILED, STATUS "
                       WS-CHGARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHANGE-ARCHIVE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CHG-EMP-ID = WS-OPT-ID
                           PERFORM PRINT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-ARCHIVE.

      *  SAME LAYOUT CHANGE-HISTORY PRINTS FOR THE LIVE LOG.
       PRINT-ONE-CHANGE.
           ADD 1 TO WS-FOUND-COUNT
           MOVE CHG-DATE TO WS-CHL-DATE
           MOVE CHG-TIME TO WS-CHL-TIME
           MOVE CHG-TRANS-CODE TO WS-CHL-CODE
           MOVE CHG-EMP-ID TO WS-CHL-EMP-ID
           WRITE INQUIRY-REPORT-LINE FROM WS-CHG-LINE
           MOVE "  BEFORE " TO WS-IML-TAG
           MOVE "  BEFORE " TO WS-NOL-TAG
           MOVE CHG-BEFORE-IMAGE TO WS-EMP-IMAGE
           PERFORM PRINT-ONE-IMAGE
           MOVE "  AFTER  " TO WS-IML-TAG
           MOVE "  AFTER  " TO WS-NOL-TAG
           MOVE CHG-AFTER-IMAGE TO WS-EMP-IMAGE
           PERFORM PRINT-ONE-IMAGE.

       PRINT-ONE-IMAGE.
           IF WS-EMP-IMAGE = SPACES
               WRITE INQUIRY-REPORT-LINE FROM WS-NONE-LINE
           ELSE
               MOVE IMG-EMP-NAME TO WS-IML-NAME
               MOVE IMG-EMP-PAY TO WS-IML-PAY
               MOVE IMG-EMP-FED-TAX TO WS-IML-FED
               MOVE IMG-EMP-STATE-TAX TO WS-IML-STATE
               MOVE IMG-EMP-BENEFITS TO WS-IML-BENEFITS
               MOVE IMG-EMP-DEPT TO WS-IML-DEPT
               MOVE IMG-EMP-PAY-TYPE TO WS-IML-PAY-TYPE
               IF IMG-EMP-PAY-TYPE = "H"
                   MOVE IMG-EMP-HOURLY-RATE TO WS-IML-RATE
               ELSE
                   MOVE 0 TO WS-IML-RATE
               END-IF
               WRITE INQUIRY-REPORT-LINE FROM WS-IMG-LINE
           END-IF.
