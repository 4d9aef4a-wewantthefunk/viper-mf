      *****************************************************************
      *  REPORT STORE LINE - ONE ROW PER PRINT LINE OF A DISTRIBUTED  *
      *  LISTING ON THE KEYED RPTSTLN MASTER, UNDER THE SAME REPORT   *
      *  ID AND BUSINESS DATE AS ITS RPTSTIX INDEX ROW (COPYBOOK      *
      *  RPTSIDX), NUMBERED FROM 1 IN LISTING ORDER. RL-PAGE IS THE   *
      *  LISTING PAGE THE LINE PRINTED ON. COPY THIS MEMBER WHEREVER  *
      *  THE ROW IS READ OR WRITTEN SO THE SHAPE CANNOT DRIFT.        *
      *****************************************************************

       01  REPORT-LINE-REC.
           05  RL-KEY.
               10  RL-REPORT-ID        PIC  X(08).
               10  RL-BUS-DATE         PIC  X(08).
               10  RL-LINE-NO          PIC  9(07).
           05  RL-PAGE                 PIC  9(05).
           05  RL-TEXT                 PIC  X(132).
