       FILE SECTION.

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 170 CHARACTERS.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).
           05  RL-REC-TABLE-VERSIONS   PIC  X(20).

       FD  SLA-CTL-FILE
           RECORD CONTAINS 10 CHARACTERS.
           DISPLAY 'SLARPT,NIGHTS REPORTED,' WS-NIGHTS-REPORTED.
           DISPLAY 'SLARPT,CUTOFF MISSES,' WS-MISSES.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-READ-CONTROL.

