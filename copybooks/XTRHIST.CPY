      *****************************************************************
      *  EXTRACT-DELIVERY HISTORY - ONE ROW PER SOURCE REGION PER     *
      *  XTRWATCH RUN, APPENDED (OPEN EXTEND) TO THE XTRHIST DATASET. *
      *  XTRWKLY SUMMARIZES THE LAST SEVEN BUSINESS DATES OF IT PER   *
      *  REGION. COPY THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN *
      *  SO THE SHAPE CANNOT DRIFT BETWEEN THEM.                      *
      *                                                               *
      *  XH-DISPOSITION IS ONE OF:                                    *
      *    ON-TIME  EXPECTED TONIGHT, HERE BY THE CUTOFF              *
      *    LATE     EXPECTED TONIGHT, FIRST SEEN AFTER THE CUTOFF     *
      *    MISSING  EXPECTED TONIGHT, NOT ON ANY INPUT DD             *
      *    STALE    ARRIVED, BUT THE HEADER DATE IS NOT TONIGHT'S     *
      *    UNSCHED  ARRIVED ON A NIGHT THE SCHEDULE DOES NOT EXPECT   *
      *  XH-SEEN-DATE/XH-SEEN-TIME ARE THE CLOCK WHEN THE CHECK RAN;  *
      *  A RERUN FOR THE SAME BUSINESS DATE ADDS ROWS, AND THE LAST   *
      *  ROW FOR A DATE AND REGION IS THE ONE THAT COUNTS.            *
      *****************************************************************

       01  XTR-HISTORY-REC.
           05  XH-BUSINESS-DATE        PIC  X(08).
           05  XH-SOURCE-CODE          PIC  X(03).
           05  XH-DISPOSITION          PIC  X(08).
               88  XH-ON-TIME                      VALUE 'ON-TIME '.
               88  XH-LATE                         VALUE 'LATE    '.
               88  XH-MISSING                      VALUE 'MISSING '.
               88  XH-STALE                        VALUE 'STALE   '.
               88  XH-UNSCHEDULED                  VALUE 'UNSCHED '.
           05  XH-HEADER-DATE          PIC  X(08).
           05  XH-SEEN-DATE            PIC  X(08).
           05  XH-SEEN-TIME            PIC  X(04).
           05  XH-CUTOFF-TIME          PIC  X(04).
           05  XH-DD-NUMBER            PIC  9(01).
           05  FILLER                  PIC  X(06).
