       IDENTIFICATION DIVISION.
       PROGRAM-ID. FYPERF.
       AUTHOR. CHRISTIAN STRAMA.

      * FISCAL-YEAR PROGRAM PERFORMANCE REPORT. THE SECTION CHIEF'S
      * ANNUAL REPORT WAS ASSEMBLED BY HAND EVERY OCTOBER FROM TWELVE
      * OPSUM PRINTOUTS AND WHATEVER SSA SENT. THIS PERIODIC JOB
      * ROLLS THE SHOP'S OWN HISTORIES UP TO THE FISCAL YEAR, EACH
      * FIGURE WITH THE PRIOR FISCAL YEAR ALONGSIDE:
      *
      *   OPSHIST   EXTRACT RECORDS PROCESSED AND HICS CONVERTED
      *   CNVHIST   EXTRACT RECORDS RECEIVED, AND THE FIRST-PASS AND
      *             POST-RECYCLE CONVERSION RATES - FIRST-PASS IS A
      *             RECORD CONVERTED THE NIGHT IT ARRIVED; POST-
      *             RECYCLE ADDS THE REJECTS LATER CONVERTED FROM
      *             RECYCLE OR A CLERK CORRECTION. BOTH ARE TAKEN
      *             AGAINST THE RECORDS RECEIVED.
      *   ACKMAST   RECORDS TRANSMITTED (BY SENT DATE), THE SSA
      *             ACCEPTANCE RATE AND THE AVERAGE ACKNOWLEDGMENT
      *             TURNAROUND IN BUSINESS DAYS (BY ACK DATE, ACKTURN'S
      *             CMNBDCAL 'W' MEASURE)
      *   RUNLEDG   TERMINATIONS (RRBTERM) AND MERGES (SSAMERGE)
      *             APPLIED, LEAVING OUT BACKED-OUT RUNS, AND THE
      *             NIGHTS THE STREAM FINISHED PAST THE CUTOFF -
      *             SLARPT'S NIGHT RULES AND ITS OPTIONAL SLACTL
      *             CUTOFF
      *   EXCPHIST  THE TOP TEN EXCEPTION REASONS BY FISCAL-YEAR
      *             VOLUME, DECODED THROUGH THE EXCPREAS REGISTRY
      *
      * ON OPSHIST AND CNVHIST A DATE RERUN MORE THAN ONCE COUNTS ON
      * ITS LAST ROW. THE FISCAL YEAR STARTS IN THE MONTH SITEPARM
      * FYSTARTMON NAMES (SHIPPED 10, THE FEDERAL YEAR) AND IS NAMED
      * FOR THE CALENDAR YEAR IT ENDS IN. THE YEAR REPORTED IS THE
      * LAST ONE TO HAVE ENDED BEFORE THE BUSINESS DATE; THE FYPERFYR
      * ENVIRONMENT VARIABLE (YYYY) NAMES ANOTHER.
      *
      * THE LISTING GOES THROUGH RPTWRITE. THE SAME FIGURES GO TO
      * THE FYPDATA DATASET FOR THE CHARTS - A HEADER ROW, THEN ONE
      * ROW PER FIGURE: MEASURE, THIS YEAR, PRIOR YEAR, PLAIN
      * NUMBERS, EACH VALUE IN DOUBLE QUOTES AND COMMA-SEPARATED THE
      * WAY RPTWRITE'S DATA COPIES ARE. A HISTORY THAT IS MISSING
      * CONTRIBUTES ZERO AND IS SAID SO ON SYSOUT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL OPS-HISTORY-FILE
                                  ASSIGN TO OPSHIST
                                  FILE STATUS IS OH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CNV-HISTORY-FILE
                                  ASSIGN TO CNVHIST
                                  FILE STATUS IS CH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

           SELECT OPTIONAL RUN-LEDGER-FILE
                                  ASSIGN TO RUNLEDG
                                  FILE STATUS IS RL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SLA-CTL-FILE
                                  ASSIGN TO SLACTL
                                  FILE STATUS IS SC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EXCP-HIST-FILE
                                  ASSIGN TO EXCPHIST
                                  FILE STATUS IS HI-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-REG-FILE
                                  ASSIGN TO EXCPREAS
                                  FILE STATUS IS RG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT FY-DATA-FILE    ASSIGN TO FYPDATA
                                  FILE STATUS IS FD-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  OPS-HISTORY-FILE
           RECORD CONTAINS 71 CHARACTERS.

       01  OPS-HISTORY-REC.
           02  OH-DATE             PIC X(08).
           02  OH-RECORDS-PROCESSED
                                   PIC 9(09).
           02  OH-HICS-CONVERTED   PIC 9(09).
           02  OH-HICS-REJECTED    PIC 9(09).
           02  OH-STATUS-CATEGORIZED
                                   PIC 9(09).
           02  OH-STATUS-REJECTED  PIC 9(09).
           02  OH-ABENDS-CAPTURED  PIC 9(09).
           02  OH-FILE-STATUS-EXCP PIC 9(09).

       FD  CNV-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY CNVHIST.

       FD  ACK-MASTER-FILE.

       01  ACK-MASTER-REC.
           05  AK-SSA-HIC          PIC X(11).
           05  AK-RRB-HIC          PIC X(12).
           05  AK-SENT-DATE        PIC X(08).
           05  AK-ACK-STATUS       PIC X(01).
               88  AK-PENDING                 VALUE ' '.
               88  AK-ACCEPTED                VALUE 'A'.
               88  AK-REJECTED                VALUE 'R'.
           05  AK-ACK-REASON       PIC X(03).
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 170 CHARACTERS.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-START            PIC  X(26).
           05  RL-REC-END              PIC  X(26).
           05  RL-REC-INPUT-DDNAME     PIC  X(08).
           05  RL-REC-INPUT-DSN        PIC  X(44).
           05  RL-REC-INPUT-GENERATION PIC  X(08).
           05  RL-REC-RECORDS-READ     PIC  9(09).
           05  RL-REC-ACCEPTED         PIC  9(09).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).
           05  RL-REC-TABLE-VERSIONS   PIC  X(20).

       FD  SLA-CTL-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  SLA-CTL-REC.
           05  SC-MONTH                PIC  X(06).
           05  SC-CUTOFF               PIC  X(04).

      *    EXCPTRI'S HISTORY ROW - THE IMAGE IS THE SHARED EXCPREC
      *    LAYOUT; ONLY ITS PROGRAM AND REASON ARE NEEDED HERE.

       FD  EXCP-HIST-FILE
           RECORD CONTAINS 59 CHARACTERS.

       01  EXCP-HIST-REC.
           05  HI-DATE             PIC X(08).
           05  HI-IMAGE.
               10  HI-SOURCE-PGM   PIC X(08).
               10  HI-INPUT-KEY    PIC X(12).
               10  HI-REASON-CODE  PIC X(02).
               10  FILLER          PIC X(29).

       FD  REASON-REG-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  REASON-REG-REC.
           05  RG-PROGRAM          PIC X(08).
           05  RG-REASON           PIC X(02).
           05  RG-DESC             PIC X(40).

       FD  FY-DATA-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01  FY-DATA-REC             PIC X(200).

       WORKING-STORAGE SECTION.

       01  OH-FILE-STATUS              PIC  X(02).
       01  CH-FILE-STATUS              PIC  X(02).
       01  AK-FILE-STATUS              PIC  X(02).
       01  RL-FILE-STATUS              PIC  X(02).
       01  SC-FILE-STATUS              PIC  X(02).
       01  HI-FILE-STATUS              PIC  X(02).
       01  RG-FILE-STATUS              PIC  X(02).
       01  FD-FILE-STATUS              PIC  X(02).

       01  WS-ACKMAST-DSN              PIC  X(08).

           COPY WSTMODE.

           COPY RETCODE.

       01  WS-FILE-EOF                 PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                        VALUE 'Y'.

       01  WS-RUN-START-TIMESTAMP      PIC X(26)  VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-OPSHIST-READ         PIC 9(09)  VALUE ZERO.
           05  WS-ROWS-IN-YEARS        PIC 9(09)  VALUE ZERO.

      *    THE FISCAL YEARS. SLOT 1 IS THE YEAR REPORTED, SLOT 2 THE
      *    ONE BEFORE IT; EACH RUNS FROM ITS START MONTH FOR TWELVE
      *    MONTHS (WS-FY-END-MONTH IS THE FIRST MONTH AFTER IT).

       01  WS-BUSINESS-DATE            PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YEAR             PIC 9(04).
           05  WS-BUS-MONTH            PIC 9(02).
           05  FILLER                  PIC X(02).

       01  WS-FY-START-MON             PIC 9(02)  VALUE 10.
       01  WS-FY-OVERRIDE              PIC X(04)  VALUE SPACE.
       01  WS-FY-YEAR                  PIC 9(04)  VALUE ZERO.
       01  WS-PRIOR-FY-YEAR            PIC 9(04)  VALUE ZERO.

       01  WS-FY-BOUNDS.
           05  WS-FY-BOUND             OCCURS 2 TIMES.
               10  WS-FY-START-MONTH   PIC 9(06).
               10  WS-FY-END-MONTH     PIC 9(06).

       01  WS-SLOT                     PIC 9(01)  VALUE ZERO.
       01  WS-YEAR-IDX                 PIC 9(01)  VALUE ZERO.
       01  WS-MONTH-WORK               PIC 9(06)  VALUE ZERO.

      *    THE FIGURES, ONE SET PER FISCAL YEAR.

       01  WS-YEAR-TOTALS.
           05  WS-YR                   OCCURS 2 TIMES.
               10  WS-YR-PROCESSED     PIC 9(11).
               10  WS-YR-CONVERTED     PIC 9(11).
               10  WS-YR-RECEIVED      PIC 9(11).
               10  WS-YR-FIRST-PASS    PIC 9(11).
               10  WS-YR-LATER-CONV    PIC 9(11).
               10  WS-YR-SENT          PIC 9(11).
               10  WS-YR-ACK-ACCEPTED  PIC 9(11).
               10  WS-YR-ACK-REJECTED  PIC 9(11).
               10  WS-YR-TURN-DAYS     PIC 9(11).
               10  WS-YR-TURN-COUNT    PIC 9(11).
               10  WS-YR-TERMINATIONS  PIC 9(11).
               10  WS-YR-MERGES        PIC 9(11).
               10  WS-YR-NIGHTS        PIC 9(11).
               10  WS-YR-SLA-MISSED    PIC 9(11).
               10  WS-YR-FIRST-RATE    PIC 9(03)V99.
               10  WS-YR-POST-RATE     PIC 9(03)V99.
               10  WS-YR-ACCEPT-RATE   PIC 9(03)V99.
               10  WS-YR-AVG-TURN      PIC 9(05)V9.

      *    ONE ENTRY PER BUSINESS DATE OF THE TWO YEARS, SO A DATE
      *    RUN TWICE COUNTS ON ITS LAST OPSHIST AND CNVHIST ROWS.

       01  WS-DAY-COUNT                PIC 9(04)  VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY            OCCURS 800 TIMES.
               10  WS-DAY-DATE         PIC X(08).
               10  WS-DAY-SLOT         PIC 9(01).
               10  WS-DAY-PROCESSED    PIC 9(09).
               10  WS-DAY-CONVERTED    PIC 9(09).
               10  WS-DAY-RECEIVED     PIC 9(09).
               10  WS-DAY-FIRST-PASS   PIC 9(09).
               10  WS-DAY-LATER-CONV   PIC 9(09).

       01  WS-DAY-IDX                  PIC 9(04)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(04)  VALUE ZERO.
       01  WS-DATE-KEY                 PIC X(08)  VALUE SPACE.

      *    ONE ENTRY PER STREAM NIGHT ON THE LEDGER, FOR THE SLA
      *    COUNT - SLARPT'S ANCHORING AND SECONDS ARITHMETIC.

       01  WS-NIGHT-COUNT              PIC 9(04)  VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NGT-ENTRY            OCCURS 800 TIMES.
               10  WS-NGT-INT          PIC S9(09).
               10  WS-NGT-SLOT         PIC 9(01).
               10  WS-NGT-LAST-END     PIC S9(09).

       01  WS-NIGHT-IDX                PIC 9(04)  VALUE ZERO.
       01  WS-CUTOFF-HHMM              PIC X(04)  VALUE '0500'.
       01  WS-CUTOFF-SECONDS           PIC S9(09) VALUE ZERO.
       01  WS-HH                       PIC 9(02)  VALUE ZERO.
       01  WS-MM                       PIC 9(02)  VALUE ZERO.
       01  WS-STAMP-WORK               PIC X(26)  VALUE SPACE.
       01  WS-STAMP-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-STAMP-SECONDS            PIC S9(09) VALUE ZERO.
       01  WS-STAMP-INT                PIC S9(09) VALUE ZERO.
       01  WS-NIGHT-INT                PIC S9(09) VALUE ZERO.
       01  WS-NIGHT-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-END-SECONDS              PIC S9(09) VALUE ZERO.

      *    EXCEPTION REASONS SEEN IN EITHER YEAR, AND THE REGISTRY
      *    THAT NAMES THEM.

       01  WS-RSN-COUNT                PIC 9(03)  VALUE ZERO.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY            OCCURS 300 TIMES.
               10  WS-RSN-PROGRAM      PIC X(08).
               10  WS-RSN-CODE         PIC X(02).
               10  WS-RSN-YEAR-COUNT   PIC 9(09)  OCCURS 2 TIMES.
               10  WS-RSN-TAKEN        PIC X(01).

       01  WS-RSN-IDX                  PIC 9(03)  VALUE ZERO.
       01  WS-RSN-FOUND                PIC 9(03)  VALUE ZERO.
       01  WS-RSN-BEST                 PIC 9(03)  VALUE ZERO.
       01  WS-RSN-RANK                 PIC 9(02)  VALUE ZERO.
       01  WS-RSN-SCORE                PIC 9(18)  VALUE ZERO.
       01  WS-RSN-BEST-SCORE           PIC 9(18)  VALUE ZERO.
       01  WS-RSN-DROPPED              PIC 9(09)  VALUE ZERO.

       01  WS-REG-COUNT                PIC 9(03)  VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY            OCCURS 300 TIMES.
               10  WS-REG-PROGRAM      PIC X(08).
               10  WS-REG-REASON       PIC X(02).
               10  WS-REG-DESC         PIC X(40).

       01  WS-REG-IDX                  PIC 9(03)  VALUE ZERO.
       01  WS-RSN-DESC                 PIC X(40)  VALUE SPACE.

      *    ONE FIGURE ON ITS WAY TO THE LISTING AND THE DATA FILE -
      *    THE CALLER SETS THE LABEL, THE KIND AND BOTH YEARS' VALUES.

       01  WS-FIG-LABEL                PIC X(44)  VALUE SPACE.
       01  WS-FIG-KIND                 PIC X(01)  VALUE SPACE.
           88  FIG-IS-COUNT                       VALUE 'C'.
           88  FIG-IS-RATE                        VALUE 'R'.
           88  FIG-IS-DAYS                        VALUE 'D'.
       01  WS-FIG-CURRENT              PIC 9(11)V99 VALUE ZERO.
       01  WS-FIG-PRIOR                PIC 9(11)V99 VALUE ZERO.
       01  WS-FIG-CHANGE               PIC S9(11)V99 VALUE ZERO.

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RATE                PIC ZZ9.99.
       01  WS-EDIT-DAYS                PIC ZZ,ZZ9.9.
       01  WS-EDIT-CHG-COUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CHG-RATE            PIC -ZZ9.99.
       01  WS-EDIT-CHG-DAYS            PIC -ZZ,ZZ9.9.
       01  WS-PLAIN-COUNT              PIC Z(10)9.
       01  WS-PLAIN-RATE               PIC ZZ9.99.
       01  WS-PLAIN-DAYS               PIC Z(04)9.9.

       01  WS-DATA-CURRENT             PIC X(16)  VALUE SPACE.
       01  WS-DATA-PRIOR               PIC X(16)  VALUE SPACE.
       01  WS-LEAD-CURRENT             PIC 9(02)  VALUE ZERO.
       01  WS-LEAD-PRIOR               PIC 9(02)  VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR GETPARM - SAME LAYOUT AS GETPARM'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-GETPARM-PARAMETERS.
           05  PM-NAME                 PIC  X(12).
           05  PM-DEFAULT              PIC  X(16).
           05  PM-VALUE                PIC  X(16).
           05  PM-NUMERIC-VALUE        PIC  9(12).
           05  PM-SOURCE               PIC  X(01).
           05  PM-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR CMNBDCAL - SAME LAYOUT AS CMNBDCAL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-CALENDAR-PARAMETERS.
           05  CAL-FUNCTION            PIC  X(01).
           05  CAL-ENVIRONMENT         PIC  X(01).
           05  CAL-DATE-1              PIC  9(08).
           05  CAL-DATE-2              PIC  9(08).
           05  CAL-RESULT-FLAG         PIC  X(01).
           05  CAL-RESULT-DATE         PIC  9(08).
           05  CAL-RESULT-DAYS         PIC S9(07).

      *    PARAMETERS FOR RUNLEDGR - SAME LAYOUT AS RUNLEDGR'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RUNLEDGR-PARAMETERS.
           05  RL-PROGRAM              PIC X(08).
           05  RL-START-TIMESTAMP      PIC X(26).
           05  RL-INPUT-DDNAME         PIC X(08).
           05  RL-RECORDS-READ         PIC 9(09).
           05  RL-RECORDS-ACCEPTED     PIC 9(09).
           05  RL-RECORDS-REJECTED     PIC 9(09).
           05  RL-SEVERITY             PIC 9(02).

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(43)
               VALUE 'FYPERF - FISCAL YEAR PROGRAM PERFORMANCE FY'.
           05  WS-TTL-YEAR             PIC 9(04).
           05  FILLER                  PIC X(13)  VALUE SPACE.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(46)  VALUE 'MEASURE'.
           05  FILLER                  PIC X(02)  VALUE 'FY'.
           05  WS-HDG-YEAR             PIC 9(04).
           05  FILLER                  PIC X(11)  VALUE SPACE.
           05  FILLER                  PIC X(02)  VALUE 'FY'.
           05  WS-HDG-PRIOR            PIC 9(04).
           05  FILLER                  PIC X(11)  VALUE SPACE.
           05  FILLER                  PIC X(52)  VALUE 'CHANGE'.

       01  WS-FIGURE-LINE.
           05  WS-FGL-LABEL            PIC X(44).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-FGL-CURRENT          PIC X(15).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-FGL-PRIOR            PIC X(15).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-FGL-CHANGE           PIC X(16).
           05  FILLER                  PIC X(36)  VALUE SPACE.

       01  WS-TEXT-LINE                PIC X(132) VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE 'FISCAL YEARS COMPARED '.
           05  WS-TOT-YEAR             PIC 9(04).
           05  FILLER                  PIC X(04)  VALUE ' VS '.
           05  WS-TOT-PRIOR            PIC 9(04).
           05  FILLER                  PIC X(26)
               VALUE '   HISTORY ROWS IN YEARS '.
           05  WS-TOT-ROWS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(61)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-LOAD-OPSHIST
              THRU 2000-EXIT.

           PERFORM 2100-LOAD-CNVHIST
              THRU 2100-EXIT.

           PERFORM 2200-SUM-DAYS
              THRU 2200-EXIT
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-DAY-COUNT.

           PERFORM 3000-SWEEP-ACKMAST
              THRU 3000-EXIT.

           PERFORM 4000-SWEEP-LEDGER
              THRU 4000-EXIT.

           PERFORM 5000-LOAD-EXCEPTIONS
              THRU 5000-EXIT.

           PERFORM 6000-COMPUTE-RATES
              THRU 6000-EXIT
              VARYING WS-YEAR-IDX FROM 1 BY 1
              UNTIL WS-YEAR-IDX > 2.

           PERFORM 7000-WRITE-REPORT
              THRU 7000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    THE YEAR REPORTED, ITS BOUNDS, AND THE PRIOR YEAR'S.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           INITIALIZE WS-YEAR-TOTALS.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

           MOVE 'FYSTARTMON  '        TO PM-NAME.
           MOVE '10'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE NOT > 12
               MOVE PM-NUMERIC-VALUE  TO WS-FY-START-MON
           END-IF.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

      *    THE YEAR THE BUSINESS DATE FALLS IN, THEN THE ONE BEFORE
      *    IT - THE LAST ONE TO HAVE ENDED.

           IF  WS-FY-START-MON > 1
           AND WS-BUS-MONTH NOT < WS-FY-START-MON
               COMPUTE WS-FY-YEAR = WS-BUS-YEAR + 1
           ELSE
               MOVE WS-BUS-YEAR       TO WS-FY-YEAR
           END-IF.
           SUBTRACT 1                 FROM WS-FY-YEAR.

           ACCEPT WS-FY-OVERRIDE FROM ENVIRONMENT 'FYPERFYR'.

           IF  WS-FY-OVERRIDE NUMERIC
           AND WS-FY-OVERRIDE > '1900'
               MOVE WS-FY-OVERRIDE    TO WS-FY-YEAR
               DISPLAY 'FYPERF,FYPERFYR OVERRIDE,' WS-FY-YEAR
           END-IF.

           COMPUTE WS-PRIOR-FY-YEAR = WS-FY-YEAR - 1.

           IF WS-FY-START-MON = 1
              COMPUTE WS-FY-START-MONTH (1) = WS-FY-YEAR * 100 + 1
           ELSE
              COMPUTE WS-FY-START-MONTH (1) =
                 (WS-FY-YEAR - 1) * 100 + WS-FY-START-MON
           END-IF.
           COMPUTE WS-FY-END-MONTH (1)   = WS-FY-START-MONTH (1) + 100.
           COMPUTE WS-FY-START-MONTH (2) = WS-FY-START-MONTH (1) - 100.
           MOVE WS-FY-START-MONTH (1)    TO WS-FY-END-MONTH (2).

           DISPLAY 'FYPERF,FISCAL YEAR ' WS-FY-YEAR ','
                   WS-FY-START-MONTH (1) ' TO BEFORE '
                   WS-FY-END-MONTH (1).

           PERFORM 1100-READ-SLA-CONTROL
              THRU 1100-EXIT.

           PERFORM 1200-LOAD-REGISTRY
              THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *    SLARPT'S CUTOFF, SO BOTH REPORTS COUNT THE SAME MISSES.
      *    ITS MONTH FILTER MEANS NOTHING TO A YEAR.

       1100-READ-SLA-CONTROL.

           OPEN INPUT SLA-CTL-FILE.

           IF SC-FILE-STATUS = '00'
              READ SLA-CTL-FILE
                AT END CONTINUE
                NOT AT END
                  IF SC-CUTOFF NUMERIC
                     MOVE SC-CUTOFF   TO WS-CUTOFF-HHMM
                  END-IF
              END-READ
           END-IF.

           CLOSE SLA-CTL-FILE.

           MOVE WS-CUTOFF-HHMM (1:2)  TO WS-HH.
           MOVE WS-CUTOFF-HHMM (3:2)  TO WS-MM.
           COMPUTE WS-CUTOFF-SECONDS =
              86400 + (WS-HH * 3600) + (WS-MM * 60).

       1100-EXIT.
           EXIT.

       1200-LOAD-REGISTRY.

           OPEN INPUT REASON-REG-FILE.

           IF RG-FILE-STATUS NOT = '00'
              CLOSE REASON-REG-FILE
              GO TO 1200-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           PERFORM UNTIL FILE-AT-END
               READ REASON-REG-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF WS-REG-COUNT < 300
                      ADD 1           TO WS-REG-COUNT
                      MOVE RG-PROGRAM
                        TO WS-REG-PROGRAM (WS-REG-COUNT)
                      MOVE RG-REASON
                        TO WS-REG-REASON (WS-REG-COUNT)
                      MOVE RG-DESC
                        TO WS-REG-DESC (WS-REG-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE REASON-REG-FILE.

       1200-EXIT.
           EXIT.

      *****************************************************************
      *  THE NIGHTLY HISTORIES - EACH DATE'S LAST ROW STANDS.         *
      *****************************************************************
       2000-LOAD-OPSHIST.

           OPEN INPUT OPS-HISTORY-FILE.

           IF OH-FILE-STATUS NOT = '00'
              DISPLAY 'FYPERF,NO OPSHIST - VOLUMES REPORTED AS ZERO'
              CLOSE OPS-HISTORY-FILE
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           PERFORM UNTIL FILE-AT-END
               READ OPS-HISTORY-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   ADD 1              TO WS-OPSHIST-READ
                   MOVE OH-DATE       TO WS-DATE-KEY
                   PERFORM 2900-FIND-OR-ADD-DAY
                      THRU 2900-EXIT
                   IF  WS-FOUND-IDX > ZERO
                   AND OH-RECORDS-PROCESSED NUMERIC
                   AND OH-HICS-CONVERTED NUMERIC
                       MOVE OH-RECORDS-PROCESSED
                         TO WS-DAY-PROCESSED (WS-FOUND-IDX)
                       MOVE OH-HICS-CONVERTED
                         TO WS-DAY-CONVERTED (WS-FOUND-IDX)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE OPS-HISTORY-FILE.

       2000-EXIT.
           EXIT.

       2100-LOAD-CNVHIST.

           OPEN INPUT CNV-HISTORY-FILE.

           IF CH-FILE-STATUS NOT = '00'
              DISPLAY 'FYPERF,NO CNVHIST - CONVERSION RATES '
                      'REPORTED AS ZERO'
              CLOSE CNV-HISTORY-FILE
              GO TO 2100-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           PERFORM UNTIL FILE-AT-END
               READ CNV-HISTORY-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE CH-BUSINESS-DATE
                                      TO WS-DATE-KEY
                   PERFORM 2900-FIND-OR-ADD-DAY
                      THRU 2900-EXIT
                   IF  WS-FOUND-IDX > ZERO
                   AND CH-EXTRACT-RECORDS NUMERIC
                   AND CH-FIRST-PASS-CONV NUMERIC
                   AND CH-LATER-CONVERTED NUMERIC
                       MOVE CH-EXTRACT-RECORDS
                         TO WS-DAY-RECEIVED (WS-FOUND-IDX)
                       MOVE CH-FIRST-PASS-CONV
                         TO WS-DAY-FIRST-PASS (WS-FOUND-IDX)
                       MOVE CH-LATER-CONVERTED
                         TO WS-DAY-LATER-CONV (WS-FOUND-IDX)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE CNV-HISTORY-FILE.

       2100-EXIT.
           EXIT.

       2200-SUM-DAYS.

           MOVE WS-DAY-SLOT (WS-DAY-IDX) TO WS-SLOT.
           ADD 1                      TO WS-ROWS-IN-YEARS.
           ADD WS-DAY-PROCESSED (WS-DAY-IDX)
                                      TO WS-YR-PROCESSED (WS-SLOT).
           ADD WS-DAY-CONVERTED (WS-DAY-IDX)
                                      TO WS-YR-CONVERTED (WS-SLOT).
           ADD WS-DAY-RECEIVED (WS-DAY-IDX)
                                      TO WS-YR-RECEIVED (WS-SLOT).
           ADD WS-DAY-FIRST-PASS (WS-DAY-IDX)
                                      TO WS-YR-FIRST-PASS (WS-SLOT).
           ADD WS-DAY-LATER-CONV (WS-DAY-IDX)
                                      TO WS-YR-LATER-CONV (WS-SLOT).

       2200-EXIT.
           EXIT.

      *    WS-DATE-KEY TO ITS DAY ENTRY. A DATE OUTSIDE BOTH YEARS
      *    COMES BACK ZERO AND IS IGNORED.

       2900-FIND-OR-ADD-DAY.

           MOVE ZERO                  TO WS-FOUND-IDX.

           PERFORM 2950-SLOT-OF-DATE
              THRU 2950-EXIT.

           IF WS-SLOT = ZERO
              GO TO 2900-EXIT
           END-IF.

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > WS-DAY-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-DAY-DATE (WS-DAY-IDX) = WS-DATE-KEY
                  MOVE WS-DAY-IDX     TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZERO
              GO TO 2900-EXIT
           END-IF.

           IF WS-DAY-COUNT >= 800
              DISPLAY 'FYPERF,DAY TABLE FULL,DATE DROPPED,'
                      WS-DATE-KEY
              GO TO 2900-EXIT
           END-IF.

           ADD 1                      TO WS-DAY-COUNT.
           MOVE WS-DAY-COUNT          TO WS-FOUND-IDX.
           MOVE WS-DATE-KEY           TO WS-DAY-DATE (WS-FOUND-IDX).
           MOVE WS-SLOT               TO WS-DAY-SLOT (WS-FOUND-IDX).
           MOVE ZERO                  TO WS-DAY-PROCESSED (WS-FOUND-IDX)
                                         WS-DAY-CONVERTED (WS-FOUND-IDX)
                                         WS-DAY-RECEIVED (WS-FOUND-IDX)
                                         WS-DAY-FIRST-PASS
                                                     (WS-FOUND-IDX)
                                         WS-DAY-LATER-CONV
                                                     (WS-FOUND-IDX).

       2900-EXIT.
           EXIT.

      *    WHICH FISCAL YEAR WS-DATE-KEY FALLS IN - 1, 2, OR ZERO FOR
      *    NEITHER.

       2950-SLOT-OF-DATE.

           MOVE ZERO                  TO WS-SLOT.

           IF WS-DATE-KEY (1:6) NOT NUMERIC
              GO TO 2950-EXIT
           END-IF.

           MOVE WS-DATE-KEY (1:6)     TO WS-MONTH-WORK.

           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                     UNTIL WS-YEAR-IDX > 2
               IF  WS-MONTH-WORK NOT < WS-FY-START-MONTH (WS-YEAR-IDX)
               AND WS-MONTH-WORK < WS-FY-END-MONTH (WS-YEAR-IDX)
                   MOVE WS-YEAR-IDX   TO WS-SLOT
               END-IF
           END-PERFORM.

       2950-EXIT.
           EXIT.

      *****************************************************************
      *  ACKMAST - TRANSMISSIONS BY SENT DATE, ANSWERS BY ACK DATE.   *
      *****************************************************************
       3000-SWEEP-ACKMAST.

           OPEN INPUT ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'FYPERF,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO AK-SSA-HIC.
           START ACK-MASTER-FILE KEY NOT < AK-SSA-HIC
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ ACK-MASTER-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF NOT FILE-AT-END
                  PERFORM 3100-MEASURE-ONE-ACK
                     THRU 3100-EXIT
               END-IF
           END-PERFORM.

           CLOSE ACK-MASTER-FILE.

       3000-EXIT.
           EXIT.

       3100-MEASURE-ONE-ACK.

           MOVE AK-SENT-DATE          TO WS-DATE-KEY.
           PERFORM 2950-SLOT-OF-DATE
              THRU 2950-EXIT.
           IF WS-SLOT > ZERO
              ADD 1                   TO WS-YR-SENT (WS-SLOT)
           END-IF.

           IF NOT AK-ACCEPTED
           AND NOT AK-REJECTED
              GO TO 3100-EXIT
           END-IF.

           MOVE AK-ACK-DATE           TO WS-DATE-KEY.
           PERFORM 2950-SLOT-OF-DATE
              THRU 2950-EXIT.
           IF WS-SLOT = ZERO
              GO TO 3100-EXIT
           END-IF.

           IF AK-ACCEPTED
              ADD 1                   TO WS-YR-ACK-ACCEPTED (WS-SLOT)
           ELSE
              ADD 1                   TO WS-YR-ACK-REJECTED (WS-SLOT)
           END-IF.

           IF AK-SENT-DATE NOT NUMERIC
           OR AK-ACK-DATE NOT NUMERIC
              GO TO 3100-EXIT
           END-IF.

           MOVE 'W'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE AK-SENT-DATE          TO CAL-DATE-1.
           MOVE AK-ACK-DATE           TO CAL-DATE-2.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.

           IF  CAL-RESULT-FLAG NOT = 'E'
           AND CAL-RESULT-DAYS NOT < ZERO
               ADD CAL-RESULT-DAYS    TO WS-YR-TURN-DAYS (WS-SLOT)
               ADD 1                  TO WS-YR-TURN-COUNT (WS-SLOT)
           END-IF.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *  RUNLEDG - TERMINATIONS, MERGES, AND EACH NIGHT'S FINISH.     *
      *****************************************************************
       4000-SWEEP-LEDGER.

           OPEN INPUT RUN-LEDGER-FILE.

           IF RL-FILE-STATUS NOT = '00'
              DISPLAY 'FYPERF,NO RUNLEDG - TERMINATIONS, MERGES AND '
                      'SLA REPORTED AS ZERO'
              CLOSE RUN-LEDGER-FILE
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           PERFORM UNTIL FILE-AT-END
               READ RUN-LEDGER-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   PERFORM 4100-TAKE-ONE-EXECUTION
                      THRU 4100-EXIT
               END-READ
           END-PERFORM.

           CLOSE RUN-LEDGER-FILE.

           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                     UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               MOVE WS-NGT-SLOT (WS-NIGHT-IDX) TO WS-SLOT
               ADD 1                  TO WS-YR-NIGHTS (WS-SLOT)
               IF WS-NGT-LAST-END (WS-NIGHT-IDX) > WS-CUTOFF-SECONDS
                  ADD 1               TO WS-YR-SLA-MISSED (WS-SLOT)
               END-IF
           END-PERFORM.

       4000-EXIT.
           EXIT.

       4100-TAKE-ONE-EXECUTION.

           IF RL-REC-START (1:8) NOT NUMERIC
              GO TO 4100-EXIT
           END-IF.

           IF  RL-REC-BACKOUT-FLAG NOT = 'B'
           AND (RL-REC-PROGRAM = 'RRBTERM '
            OR  RL-REC-PROGRAM = 'SSAMERGE')
           AND RL-REC-ACCEPTED NUMERIC
               MOVE RL-REC-START (1:8) TO WS-DATE-KEY
               PERFORM 2950-SLOT-OF-DATE
                  THRU 2950-EXIT
               IF WS-SLOT > ZERO
                  IF RL-REC-PROGRAM = 'RRBTERM '
                     ADD RL-REC-ACCEPTED
                                 TO WS-YR-TERMINATIONS (WS-SLOT)
                  ELSE
                     ADD RL-REC-ACCEPTED
                                 TO WS-YR-MERGES (WS-SLOT)
                  END-IF
               END-IF
           END-IF.

      *    THE NIGHT ANCHOR - START DATE, ROLLED BACK A DAY FOR THE
      *    SMALL-HOURS TAIL, EXACTLY AS SLARPT PLACES IT.

           MOVE RL-REC-START          TO WS-STAMP-WORK.
           PERFORM 4500-STAMP-TO-SECONDS
              THRU 4500-EXIT.
           MOVE WS-STAMP-INT          TO WS-NIGHT-INT.
           IF WS-STAMP-WORK (9:2) < '12'
              SUBTRACT 1 FROM WS-NIGHT-INT
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
                                      TO WS-NIGHT-DATE.
           MOVE WS-NIGHT-DATE         TO WS-DATE-KEY.
           PERFORM 2950-SLOT-OF-DATE
              THRU 2950-EXIT.
           IF WS-SLOT = ZERO
              GO TO 4100-EXIT
           END-IF.

           COMPUTE WS-END-SECONDS =
              ((WS-STAMP-INT - WS-NIGHT-INT) * 86400)
              + WS-STAMP-SECONDS.

           MOVE RL-REC-END            TO WS-STAMP-WORK.
           IF WS-STAMP-WORK (1:8) NUMERIC
              PERFORM 4500-STAMP-TO-SECONDS
                 THRU 4500-EXIT
              COMPUTE WS-END-SECONDS =
                 ((WS-STAMP-INT - WS-NIGHT-INT) * 86400)
                 + WS-STAMP-SECONDS
           END-IF.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                     UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-NGT-INT (WS-NIGHT-IDX) = WS-NIGHT-INT
                  MOVE WS-NIGHT-IDX   TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-NIGHT-COUNT >= 800
                 DISPLAY 'FYPERF,NIGHT TABLE FULL,NIGHT DROPPED,'
                         WS-NIGHT-DATE
                 GO TO 4100-EXIT
              END-IF
              ADD 1                   TO WS-NIGHT-COUNT
              MOVE WS-NIGHT-COUNT     TO WS-FOUND-IDX
              MOVE WS-NIGHT-INT       TO WS-NGT-INT (WS-FOUND-IDX)
              MOVE WS-SLOT            TO WS-NGT-SLOT (WS-FOUND-IDX)
              MOVE ZERO               TO WS-NGT-LAST-END (WS-FOUND-IDX)
           END-IF.

           IF WS-END-SECONDS > WS-NGT-LAST-END (WS-FOUND-IDX)
              MOVE WS-END-SECONDS     TO WS-NGT-LAST-END (WS-FOUND-IDX)
           END-IF.

       4100-EXIT.
           EXIT.

      *    SLARPT'S BREAKDOWN OF A LEDGER TIMESTAMP - ITS DATE AS AN
      *    INTEGER DAY, ITS TIME AS SECONDS SINCE THAT MIDNIGHT.

       4500-STAMP-TO-SECONDS.

           MOVE WS-STAMP-WORK (1:8)   TO WS-STAMP-DATE.
           MOVE FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
                                      TO WS-STAMP-INT.
           COMPUTE WS-STAMP-SECONDS =
              (FUNCTION NUMVAL (WS-STAMP-WORK (9:2)) * 3600)
              + (FUNCTION NUMVAL (WS-STAMP-WORK (11:2)) * 60)
              + FUNCTION NUMVAL (WS-STAMP-WORK (13:2)).

       4500-EXIT.
           EXIT.

      *****************************************************************
      *  EXCPHIST - EXCEPTIONS BY PROGRAM AND REASON, PER YEAR.       *
      *****************************************************************
       5000-LOAD-EXCEPTIONS.

           OPEN INPUT EXCP-HIST-FILE.

           IF HI-FILE-STATUS NOT = '00'
              DISPLAY 'FYPERF,NO EXCPHIST - NO REJECT REASONS LISTED'
              CLOSE EXCP-HIST-FILE
              GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           PERFORM UNTIL FILE-AT-END
               READ EXCP-HIST-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE HI-DATE       TO WS-DATE-KEY
                   PERFORM 2950-SLOT-OF-DATE
                      THRU 2950-EXIT
                   IF WS-SLOT > ZERO
                      PERFORM 5100-COUNT-ONE-EXCEPTION
                         THRU 5100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE EXCP-HIST-FILE.

           IF WS-RSN-DROPPED > ZERO
              DISPLAY 'FYPERF,REASON TABLE FULL,EXCEPTIONS NOT RANKED,'
                      WS-RSN-DROPPED
           END-IF.

       5000-EXIT.
           EXIT.

       5100-COUNT-ONE-EXCEPTION.

           MOVE ZERO                  TO WS-RSN-FOUND.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                     UNTIL WS-RSN-IDX > WS-RSN-COUNT
                        OR WS-RSN-FOUND > ZERO
               IF  WS-RSN-PROGRAM (WS-RSN-IDX) = HI-SOURCE-PGM
               AND WS-RSN-CODE (WS-RSN-IDX) = HI-REASON-CODE
                   MOVE WS-RSN-IDX    TO WS-RSN-FOUND
               END-IF
           END-PERFORM.

           IF WS-RSN-FOUND = ZERO
              IF WS-RSN-COUNT >= 300
                 ADD 1                TO WS-RSN-DROPPED
                 GO TO 5100-EXIT
              END-IF
              ADD 1                   TO WS-RSN-COUNT
              MOVE WS-RSN-COUNT       TO WS-RSN-FOUND
              MOVE HI-SOURCE-PGM      TO WS-RSN-PROGRAM (WS-RSN-FOUND)
              MOVE HI-REASON-CODE     TO WS-RSN-CODE (WS-RSN-FOUND)
              MOVE ZERO  TO WS-RSN-YEAR-COUNT (WS-RSN-FOUND, 1)
                            WS-RSN-YEAR-COUNT (WS-RSN-FOUND, 2)
              MOVE 'N'                TO WS-RSN-TAKEN (WS-RSN-FOUND)
           END-IF.

           ADD 1 TO WS-RSN-YEAR-COUNT (WS-RSN-FOUND, WS-SLOT).

       5100-EXIT.
           EXIT.

      *    ONE YEAR'S RATES. A ZERO DIVISOR LEAVES THE RATE ZERO.

       6000-COMPUTE-RATES.

           MOVE WS-YEAR-IDX           TO WS-SLOT.

           IF WS-YR-RECEIVED (WS-SLOT) > ZERO
              COMPUTE WS-YR-FIRST-RATE (WS-SLOT) ROUNDED =
                 WS-YR-FIRST-PASS (WS-SLOT) * 100
                 / WS-YR-RECEIVED (WS-SLOT)
              COMPUTE WS-YR-POST-RATE (WS-SLOT) ROUNDED =
                 (WS-YR-FIRST-PASS (WS-SLOT)
                  + WS-YR-LATER-CONV (WS-SLOT)) * 100
                 / WS-YR-RECEIVED (WS-SLOT)
           END-IF.

           IF WS-YR-ACK-ACCEPTED (WS-SLOT)
              + WS-YR-ACK-REJECTED (WS-SLOT) > ZERO
              COMPUTE WS-YR-ACCEPT-RATE (WS-SLOT) ROUNDED =
                 WS-YR-ACK-ACCEPTED (WS-SLOT) * 100
                 / (WS-YR-ACK-ACCEPTED (WS-SLOT)
                    + WS-YR-ACK-REJECTED (WS-SLOT))
           END-IF.

           IF WS-YR-TURN-COUNT (WS-SLOT) > ZERO
              COMPUTE WS-YR-AVG-TURN (WS-SLOT) ROUNDED =
                 WS-YR-TURN-DAYS (WS-SLOT)
                 / WS-YR-TURN-COUNT (WS-SLOT)
           END-IF.

       6000-EXIT.
           EXIT.

      *****************************************************************
      *  THE LISTING AND THE CHART DATA, FIGURE BY FIGURE.            *
      *****************************************************************
       7000-WRITE-REPORT.

           MOVE WS-FY-YEAR            TO WS-TTL-YEAR
                                         WS-HDG-YEAR
                                         WS-TOT-YEAR.
           MOVE WS-PRIOR-FY-YEAR      TO WS-HDG-PRIOR
                                         WS-TOT-PRIOR.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE WS-REPORT-TITLE       TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           OPEN OUTPUT FY-DATA-FILE.
           IF FD-FILE-STATUS NOT = '00'
              DISPLAY 'FYPERF,UNABLE TO OPEN FYPDATA,' FD-FILE-STATUS
              SET RC-WARNING          TO TRUE
           ELSE
              MOVE SPACE              TO FY-DATA-REC
              STRING '"MEASURE","FY' WS-FY-YEAR '","FY'
                     WS-PRIOR-FY-YEAR '"'
                     DELIMITED BY SIZE INTO FY-DATA-REC
              WRITE FY-DATA-REC
           END-IF.

           MOVE 'C'                   TO WS-FIG-KIND.
           MOVE 'EXTRACT RECORDS RECEIVED'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-RECEIVED (1)    TO WS-FIG-CURRENT.
           MOVE WS-YR-RECEIVED (2)    TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'RECORDS PROCESSED (INCLUDING RECYCLE)'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-PROCESSED (1)   TO WS-FIG-CURRENT.
           MOVE WS-YR-PROCESSED (2)   TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'HICS CONVERTED'      TO WS-FIG-LABEL.
           MOVE WS-YR-CONVERTED (1)   TO WS-FIG-CURRENT.
           MOVE WS-YR-CONVERTED (2)   TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'R'                   TO WS-FIG-KIND.
           MOVE 'FIRST-PASS CONVERSION RATE PCT'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-FIRST-RATE (1)  TO WS-FIG-CURRENT.
           MOVE WS-YR-FIRST-RATE (2)  TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'POST-RECYCLE CONVERSION RATE PCT'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-POST-RATE (1)   TO WS-FIG-CURRENT.
           MOVE WS-YR-POST-RATE (2)   TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'C'                   TO WS-FIG-KIND.
           MOVE 'RECORDS TRANSMITTED TO SSA'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-SENT (1)        TO WS-FIG-CURRENT.
           MOVE WS-YR-SENT (2)        TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'R'                   TO WS-FIG-KIND.
           MOVE 'SSA ACCEPTANCE RATE PCT'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-ACCEPT-RATE (1) TO WS-FIG-CURRENT.
           MOVE WS-YR-ACCEPT-RATE (2) TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'D'                   TO WS-FIG-KIND.
           MOVE 'AVERAGE ACK TURNAROUND BUSINESS DAYS'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-AVG-TURN (1)    TO WS-FIG-CURRENT.
           MOVE WS-YR-AVG-TURN (2)    TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'C'                   TO WS-FIG-KIND.
           MOVE 'TERMINATIONS PROCESSED'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-TERMINATIONS (1) TO WS-FIG-CURRENT.
           MOVE WS-YR-TERMINATIONS (2) TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'MERGES PROCESSED'    TO WS-FIG-LABEL.
           MOVE WS-YR-MERGES (1)      TO WS-FIG-CURRENT.
           MOVE WS-YR-MERGES (2)      TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'STREAM NIGHTS ON THE RUN LEDGER'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-NIGHTS (1)      TO WS-FIG-CURRENT.
           MOVE WS-YR-NIGHTS (2)      TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE 'NIGHTS THE SLA CUTOFF WAS MISSED'
                                      TO WS-FIG-LABEL.
           MOVE WS-YR-SLA-MISSED (1)  TO WS-FIG-CURRENT.
           MOVE WS-YR-SLA-MISSED (2)  TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

           MOVE SPACE                 TO WS-TEXT-LINE.
           PERFORM 7900-PRINT-TEXT
              THRU 7900-EXIT.
           MOVE 'TOP REJECT REASONS BY THIS YEAR''S VOLUME'
                                      TO WS-TEXT-LINE.
           PERFORM 7900-PRINT-TEXT
              THRU 7900-EXIT.

           PERFORM 7200-RANK-ONE-REASON
              THRU 7200-EXIT
              VARYING WS-RSN-RANK FROM 1 BY 1
              UNTIL WS-RSN-RANK > 10.

           IF WS-RSN-COUNT = ZERO
              MOVE '  NO EXCEPTIONS RECORDED IN EITHER YEAR'
                                      TO WS-TEXT-LINE
              PERFORM 7900-PRINT-TEXT
                 THRU 7900-EXIT
           END-IF.

           MOVE WS-ROWS-IN-YEARS      TO WS-TOT-ROWS.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           IF FD-FILE-STATUS = '00'
              CLOSE FY-DATA-FILE
           END-IF.

       7000-EXIT.
           EXIT.

      *    ONE FIGURE - EDITED FOR THE LISTING WITH ITS CHANGE ON THE
      *    PRIOR YEAR, PLAIN FOR THE CHART DATA.

       7100-PUT-FIGURE.

           COMPUTE WS-FIG-CHANGE = WS-FIG-CURRENT - WS-FIG-PRIOR.

           MOVE WS-FIG-LABEL          TO WS-FGL-LABEL.

           EVALUATE TRUE
             WHEN FIG-IS-RATE
               MOVE WS-FIG-CURRENT    TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE      TO WS-FGL-CURRENT
               MOVE WS-FIG-CURRENT    TO WS-PLAIN-RATE
               MOVE WS-PLAIN-RATE     TO WS-DATA-CURRENT
               MOVE WS-FIG-PRIOR      TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE      TO WS-FGL-PRIOR
               MOVE WS-FIG-PRIOR      TO WS-PLAIN-RATE
               MOVE WS-PLAIN-RATE     TO WS-DATA-PRIOR
               MOVE WS-FIG-CHANGE     TO WS-EDIT-CHG-RATE
               MOVE SPACE             TO WS-FGL-CHANGE
               STRING WS-EDIT-CHG-RATE ' PTS'
                      DELIMITED BY SIZE INTO WS-FGL-CHANGE
             WHEN FIG-IS-DAYS
               MOVE WS-FIG-CURRENT    TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS      TO WS-FGL-CURRENT
               MOVE WS-FIG-CURRENT    TO WS-PLAIN-DAYS
               MOVE WS-PLAIN-DAYS     TO WS-DATA-CURRENT
               MOVE WS-FIG-PRIOR      TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS      TO WS-FGL-PRIOR
               MOVE WS-FIG-PRIOR      TO WS-PLAIN-DAYS
               MOVE WS-PLAIN-DAYS     TO WS-DATA-PRIOR
               MOVE WS-FIG-CHANGE     TO WS-EDIT-CHG-DAYS
               MOVE WS-EDIT-CHG-DAYS  TO WS-FGL-CHANGE
             WHEN OTHER
               MOVE WS-FIG-CURRENT    TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT     TO WS-FGL-CURRENT
               MOVE WS-FIG-CURRENT    TO WS-PLAIN-COUNT
               MOVE WS-PLAIN-COUNT    TO WS-DATA-CURRENT
               MOVE WS-FIG-PRIOR      TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT     TO WS-FGL-PRIOR
               MOVE WS-FIG-PRIOR      TO WS-PLAIN-COUNT
               MOVE WS-PLAIN-COUNT    TO WS-DATA-PRIOR
               MOVE WS-FIG-CHANGE     TO WS-EDIT-CHG-COUNT
               MOVE WS-EDIT-CHG-COUNT TO WS-FGL-CHANGE
           END-EVALUATE.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-FIGURE-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           IF FD-FILE-STATUS NOT = '00'
              GO TO 7100-EXIT
           END-IF.

      *    THE EDITED VALUES ARE LEFT-JUSTIFIED FOR THE DATA ROW.

           INSPECT WS-FIG-LABEL REPLACING ALL '"' BY ''''.
           MOVE ZERO                  TO WS-LEAD-CURRENT
                                         WS-LEAD-PRIOR.
           INSPECT WS-DATA-CURRENT TALLYING WS-LEAD-CURRENT
                   FOR LEADING SPACE.
           INSPECT WS-DATA-PRIOR   TALLYING WS-LEAD-PRIOR
                   FOR LEADING SPACE.
           MOVE SPACE                 TO FY-DATA-REC.
           STRING '"'   WS-FIG-LABEL      DELIMITED BY '  '
                  '","' WS-DATA-CURRENT (WS-LEAD-CURRENT + 1:)
                                          DELIMITED BY SPACE
                  '","' WS-DATA-PRIOR (WS-LEAD-PRIOR + 1:)
                                          DELIMITED BY SPACE
                  '"'                     DELIMITED BY SIZE
                  INTO FY-DATA-REC.
           WRITE FY-DATA-REC.

       7100-EXIT.
           EXIT.

      *    THE NEXT REASON BY THIS YEAR'S VOLUME, PRIOR YEAR BREAKING
      *    A TIE, AS A COUNT FIGURE LABELED WITH ITS REGISTRY TEXT.

       7200-RANK-ONE-REASON.

           MOVE ZERO                  TO WS-RSN-BEST
                                         WS-RSN-BEST-SCORE.

           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                     UNTIL WS-RSN-IDX > WS-RSN-COUNT
               IF WS-RSN-TAKEN (WS-RSN-IDX) = 'N'
                  COMPUTE WS-RSN-SCORE =
                     WS-RSN-YEAR-COUNT (WS-RSN-IDX, 1) * 1000000000
                     + WS-RSN-YEAR-COUNT (WS-RSN-IDX, 2)
                  IF WS-RSN-SCORE > WS-RSN-BEST-SCORE
                     MOVE WS-RSN-IDX  TO WS-RSN-BEST
                     MOVE WS-RSN-SCORE TO WS-RSN-BEST-SCORE
                  END-IF
               END-IF
           END-PERFORM.

           IF WS-RSN-BEST = ZERO
              GO TO 7200-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-RSN-TAKEN (WS-RSN-BEST).

           MOVE 'UNREGISTERED REASON' TO WS-RSN-DESC.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                     UNTIL WS-REG-IDX > WS-REG-COUNT
               IF  WS-REG-PROGRAM (WS-REG-IDX) =
                   WS-RSN-PROGRAM (WS-RSN-BEST)
               AND WS-REG-REASON (WS-REG-IDX) =
                   WS-RSN-CODE (WS-RSN-BEST)
                   MOVE WS-REG-DESC (WS-REG-IDX) TO WS-RSN-DESC
                   MOVE WS-REG-COUNT TO WS-REG-IDX
               END-IF
           END-PERFORM.

           MOVE SPACE                 TO WS-FIG-LABEL.
           STRING WS-RSN-PROGRAM (WS-RSN-BEST) ' '
                  WS-RSN-CODE (WS-RSN-BEST) ' '
                  WS-RSN-DESC
                  DELIMITED BY SIZE INTO WS-FIG-LABEL.
           MOVE 'C'                   TO WS-FIG-KIND.
           MOVE WS-RSN-YEAR-COUNT (WS-RSN-BEST, 1) TO WS-FIG-CURRENT.
           MOVE WS-RSN-YEAR-COUNT (WS-RSN-BEST, 2) TO WS-FIG-PRIOR.
           PERFORM 7100-PUT-FIGURE
              THRU 7100-EXIT.

       7200-EXIT.
           EXIT.

       7900-PRINT-TEXT.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-TEXT-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO WS-TEXT-LINE.

       7900-EXIT.
           EXIT.

       8000-TERMINATE.

           DISPLAY 'FYPERF,OPSHIST ROWS READ,' WS-OPSHIST-READ.
           DISPLAY 'FYPERF,BUSINESS DATES IN THE TWO YEARS,'
                   WS-ROWS-IN-YEARS.
           DISPLAY 'FYPERF,STREAM NIGHTS IN THE TWO YEARS,'
                   WS-NIGHT-COUNT.

           MOVE 'FYPERF  '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'OPSHIST '            TO RL-INPUT-DDNAME.
           MOVE WS-OPSHIST-READ       TO RL-RECORDS-READ.
           MOVE WS-ROWS-IN-YEARS      TO RL-RECORDS-ACCEPTED.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE WS-RETURN-CODE        TO RL-SEVERITY.
           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE WS-RETURN-CODE        TO RETURN-CODE.

       8000-EXIT.
           EXIT.
