      *****************************************************************
      *  STEP ELAPSED-TIME REGRESSION HISTORY - ONE ROW PER STEP THE  *
      *  ELAPCHK STREAM-END CHECK FLAGGED AS RUNNING PAST THE SITE    *
      *  MULTIPLE OF ITS OWN TRAILING BASELINE, APPENDED (OPEN        *
      *  EXTEND) TO THE ELAPHST DATASET. ELAPCHK READS IT BACK TO     *
      *  COUNT EACH STEP'S RECENT FLAGS, SO A REPEAT OFFENDER STANDS  *
      *  OUT, AND SHIFTRPT LISTS THE NIGHT'S ROWS ON THE HANDOVER.    *
      *  COPY THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE  *
      *  SHAPE CANNOT DRIFT BETWEEN THEM.                             *
      *                                                               *
      *  TIMES ARE WHOLE SECONDS; RATES ARE SECONDS PER THOUSAND      *
      *  RECORDS READ, ZERO WHEN RUNLEDG CARRIES NO COUNT FOR THE     *
      *  STEP. A RERUN OF THE CHECK FOR THE SAME NIGHT DOES NOT ADD   *
      *  A SECOND ROW FOR A STEP ALREADY ON FILE FOR THAT NIGHT.      *
      *****************************************************************

       01  ELAP-HISTORY-REC.
           05  EH-NIGHT-DATE           PIC  X(08).
           05  EH-PROGRAM              PIC  X(08).

      *    WHICH MEASURE PASSED THE MULTIPLE - ELAPSED TIME, TIME PER
      *    THOUSAND RECORDS, OR BOTH.

           05  EH-TRIPPED-ON           PIC  X(01).
               88  EH-ON-ELAPSED                   VALUE 'E'.
               88  EH-ON-RATE                      VALUE 'R'.
               88  EH-ON-BOTH                      VALUE 'B'.
           05  EH-ELAPSED-SECS         PIC  9(07).
           05  EH-BASE-ELAPSED-SECS    PIC  9(07).
           05  EH-ELAPSED-PCT          PIC  9(05).
           05  EH-RATE                 PIC  9(07)V99.
           05  EH-BASE-RATE            PIC  9(07)V99.
           05  EH-RATE-PCT             PIC  9(05).

      *    COMPARABLE NIGHTS BEHIND THE BASELINE, THE MULTIPLE (AS A
      *    PERCENTAGE) IN FORCE, AND THE TIMES THE STEP HAS BEEN
      *    FLAGGED IN THE REPEAT WINDOW, THIS NIGHT INCLUDED.

           05  EH-BASE-NIGHTS          PIC  9(02).
           05  EH-MULTIPLE-PCT         PIC  9(05).
           05  EH-REPEAT-COUNT         PIC  9(03).
           05  FILLER                  PIC  X(11).
