      *  future date parks the card on the pending file until the
      *  business date catches up, when PENDING-RELEASE applies it
      *  with the same change-log images as an ordinary card.
      *  Pay type H needs a nonzero hourly rate; S or blank is
      *  salaried and the rate is stored as zero.
       01  TRANS-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-ADD           VALUE "A".
           05 TRANS-EMP-BENEFITS  PIC 9(5).
           05 TRANS-EMP-DEPT      PIC X(4).
           05 TRANS-EFF-DATE      PIC 9(8).
           05 TRANS-EMP-PAY-TYPE  PIC X.
               88 TRANS-HOURLY        VALUE "H".
               88 TRANS-SALARIED      VALUE "S" " ".
           05 TRANS-EMP-RATE      PIC 9(3)V99.
