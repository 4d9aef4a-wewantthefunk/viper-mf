      *****************************************************************
      *  BENEFICIARY POPULATION STATISTICS HISTORY - ONE ROW PER SSA  *
      *  BIC PER POPSTAT RUN, PLUS ONE ALL-BIC TOTALS ROW (BIC '**'), *
      *  APPENDED (OPEN EXTEND) TO THE POPHIST DATASET. POPSTAT READS *
      *  IT BACK FOR LAST MONTH'S FIGURES AND THE THIRTEEN-MONTH      *
      *  TREND. COPY THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN  *
      *  SO THE SHAPE CANNOT DRIFT BETWEEN THEM.                      *
      *                                                               *
      *  A RERUN FOR THE SAME MONTH ADDS ROWS, AND THE LAST ROW FOR A *
      *  MONTH AND BIC IS THE ONE THAT COUNTS. PH-COUNT (N) IS:       *
      *     1 CARRIED      ACTIVE + DECEASED + ENTITLEMENT ENDED      *
      *     2 ACTIVE       NO TERMINATION ON THE CROSSWALK            *
      *     3 DECEASED     HX-TERM-STATUS 'D'                         *
      *     4 ENT-ENDED    HX-TERM-STATUS 'T'                         *
      *     5 WITH-MBI     HX-SSA-MBI PRESENT                         *
      *     6 NO-MBI       HX-SSA-MBI BLANK                           *
      *     7 MISMATCH     HX-MISMATCH-FLAG 'Y' OUTSTANDING           *
      *     8 NEVER-SENT   NO ACKMAST RECORD FOR THE BENEFICIARY      *
      *     9 PENDING      ACKMAST STATUS BLANK                       *
      *    10 ACCEPTED     ACKMAST STATUS 'A'                         *
      *    11 REJECTED     ACKMAST STATUS 'R'                         *
      *    12 NEW          HX-FIRST-SEEN IN THE STATISTICS MONTH      *
      *    13 XFER-OUT     HX-TERM-STATUS 'X' - NOT CARRIED, SHOWN    *
      *  COUNTS 5 THROUGH 12 ARE OVER THE CARRIED POPULATION ONLY.    *
      *****************************************************************

       01  POP-HISTORY-REC.
           05  PH-STATS-MONTH          PIC  X(06).
           05  PH-SSA-BIC              PIC  X(02).
               88  PH-ALL-BICS                     VALUE '**'.
           05  PH-RUN-DATE             PIC  X(08).
           05  PH-COUNTS.
               10  PH-COUNT            PIC  9(09)  OCCURS 13 TIMES.
           05  FILLER                  PIC  X(07).
