      * BEYOND THAT THE OVERFLOW IS COUNTED BUT NOT RANKED, AND THE
      * REPORT SAYS SO - THE PERCENTILES ARE THEN OF THE RANKED
      * PORTION.
      *
      * A SAMPLE FROM A TRAINING SESSION (SEE TRNGCHK) IS TAGGED 'T'
      * AND LEFT OUT OF THE PERCENTILES - A CLASSROOM OF TRAINEES
      * WOULD OTHERWISE SKEW THE PRODUCTION BASELINE. IT IS COUNTED
      * ON ITS OWN LINE.

       ENVIRONMENT DIVISION.

           05  SM-TRANS            PIC X(04).
           05  SM-DATE             PIC X(08).
           05  SM-ELAPSED-MS       PIC 9(07).
           05  SM-MODE             PIC X(01).
               88  SM-TRAINING                VALUE 'T'.

       FD  PERF-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
           05  WS-SAMPLES-READ         PIC 9(09)  VALUE ZERO.
           05  WS-TRANS-REPORTED       PIC 9(02)  VALUE ZERO.
           05  WS-UNRANKED             PIC 9(09)  VALUE ZERO.
           05  WS-TRAINING-SKIPPED     PIC 9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE            PIC X(08)  VALUE SPACE.

           DISPLAY 'ONLPERF,SAMPLES READ,' WS-SAMPLES-READ.
           DISPLAY 'ONLPERF,TRANSACTIONS,' WS-TRANS-REPORTED.
           DISPLAY 'ONLPERF,SAMPLES PAST RANK CAP,' WS-UNRANKED.
           DISPLAY 'ONLPERF,TRAINING SAMPLES SET ASIDE,'
                   WS-TRAINING-SKIPPED.

           STOP RUN.

              GO TO 1100-EXIT
           END-IF.

           IF SM-TRAINING
              ADD 1                   TO WS-TRAINING-SKIPPED
              GO TO 1100-EXIT
           END-IF.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-TRANS-COUNT
