      *  Outstanding-check register - indexed CHECK-REGISTER keyed
      *  by check number, one row per payroll check issued. Written
      *  by CHECK-WRITER as each check prints (status O); CHECK-VOID
      *  moves a row to V (voided), S (stale-dated) or C (cleared by
      *  the bank) from treasury's transactions. Rows still O are
      *  what treasury reconciles against the bank's cleared items.
      *  The distribution is the check's net by the department its
      *  2200 credit posted to when the pay was run; a void or
      *  stale-date debits 2200 back the same way.
       01  CHECK-REGISTER-RECORD.
           05 OC-CHECK-NO         PIC 9(8).
           05 OC-EMP-ID           PIC X(5).
           05 OC-PAYEE            PIC X(20).
           05 OC-DEPT             PIC X(4).
           05 OC-AMOUNT           PIC 9(7).
           05 OC-ISSUE-DATE       PIC 9(8).
           05 OC-STATUS           PIC X.
               88 OC-OUTSTANDING      VALUE "O".
               88 OC-VOIDED           VALUE "V".
               88 OC-STALE            VALUE "S".
               88 OC-CLEARED          VALUE "C".
           05 OC-STATUS-DATE      PIC 9(8).
           05 OC-DIST-COUNT       PIC 9.
           05 OC-DIST-ENTRY OCCURS 5 TIMES.
               10 OC-DIST-DEPT    PIC X(4).
               10 OC-DIST-NET     PIC 9(7).
