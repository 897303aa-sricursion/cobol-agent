      *  CLAIM-ID ORDER, SO CLAIMS-DELTA CAN MATCH TWO GENERATIONS
      *  WITH A SEQUENTIAL MERGE.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD        PIC X(77).

       FD  RUN-CONTROL.
           COPY RUNREC.
