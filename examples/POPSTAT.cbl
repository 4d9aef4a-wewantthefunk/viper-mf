       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPSTAT.
       AUTHOR. CHRISTIAN STRAMA.

      * MONTH-END BENEFICIARY POPULATION STATISTICS. HOW MANY RRB
      * BENEFICIARIES WE CARRY, HOW MANY HAVE AN MBI YET AND HOW MANY
      * ARE TERMINATED USED TO BE A ONE-OFF PROGRAMMER REQUEST EACH
      * TIME MANAGEMENT ASKED. THIS PERIODIC JOB SWEEPS THE HIC
      * CROSSWALK MASTER IN KEY ORDER AND COUNTS, PER SSA BIC:
      *
      *   - ACTIVE BENEFICIARIES, AND TERMINATED ONES SPLIT DECEASED
      *     VERSUS ENTITLEMENT ENDED (HX-TERM-STATUS D/T),
      *   - THOSE WITH AND WITHOUT AN MBI,
      *   - MISMATCH FLAGS STILL OUTSTANDING,
      *   - SSA STATUS FROM THE ACKMAST ACKNOWLEDGMENT MASTER - NEVER
      *     SENT, PENDING, ACCEPTED, REJECTED. ACKMAST IS KEYED BY SSA
      *     HIC, SO THE BENEFICIARY'S RECORD IS FOUND UNDER THE
      *     CROSSWALK'S SSA HIC, OR FAILING THAT UNDER THE SSA HIC ITS
      *     LATEST OUTCMAST CONVERSION PRODUCED; AN ACKMAST RECORD
      *     CARRYING SOME OTHER RRB HIC IS NOT THIS BENEFICIARY'S,
      *   - THE BENEFICIARIES FIRST SEEN THIS MONTH (HX-FIRST-SEEN).
      *
      * A BENEFICIARY WHO HAS TRANSFERRED TO ANOTHER SITE (TERM
      * STATUS 'X') IS NO LONGER CARRIED HERE; IT IS COUNTED IN ITS
      * OWN COLUMN AND IN NONE OF THE OTHERS.
      *
      * THE STATISTICS MONTH IS THE MONTH OF THE BUSINESS DATE, SO
      * THE STEP IS SCHEDULED ON THE LAST BUSINESS DAY OF THE MONTH
      * ('L' IN STRMSCHD). EACH RUN APPENDS ITS FIGURES - ONE ROW PER
      * BIC AND AN ALL-BIC TOTALS ROW - TO THE POPHIST HISTORY FILE,
      * AND THE REPORT SHOWS EACH BIC'S CHANGE IN CARRIED POPULATION
      * SINCE LAST MONTH, LAST MONTH'S TOTALS AND THE CHANGE IN EVERY
      * FIGURE, AND A ROLLING THIRTEEN-MONTH TREND OF THE TOTALS. A
      * RERUN IN THE SAME MONTH SUPERSEDES THAT MONTH'S EARLIER ROWS.
      * THE LISTING GOES THROUGH THE SHARED RPTWRITE SERVICE; A
      * MISSING ACKMAST LEAVES THE SSA STATUS COLUMNS EMPTY AND ENDS
      * THE RUN WITH A WARNING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

           SELECT OUTCOME-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

      *    STATISTICS HISTORY - OPTIONAL ON INPUT, SINCE THE FIRST
      *    MONTH HAS NONE; APPENDED WITH THE USUAL TRY-EXTEND-THEN-
      *    FALL-BACK-TO-OUTPUT SHAPE.

           SELECT OPTIONAL POP-HISTORY-FILE
                                  ASSIGN TO POPHIST
                                  FILE STATUS IS PH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  HIC-XREF-FILE.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  HX-SSA-HIC              PIC  X(11).
           05  HX-SSA-MBI              PIC  X(11).
           05  HX-SSA-BIC              PIC  X(02).
           05  HX-FIRST-SEEN           PIC  X(26).
           05  HX-LAST-SEEN            PIC  X(26).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

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

       FD  OUTCOME-MASTER-FILE.

       01  OUTCOME-MASTER-REC.
           05  OM-RRB-HIC          PIC X(12).
           05  OM-CURRENT.
               10  OM-CUR-SSA-HIC      PIC X(11).
               10  OM-CUR-STATUS-IN    PIC X(02).
               10  OM-CUR-STATUS-CAT   PIC X(02).
               10  OM-CUR-CONV-RESULT  PIC X(01).
               10  OM-CUR-STAT-RET-CD  PIC X(01).
               10  OM-CUR-RUN-DATE     PIC X(08).
           05  OM-PRIOR.
               10  OM-PRI-SSA-HIC      PIC X(11).
               10  OM-PRI-STATUS-IN    PIC X(02).
               10  OM-PRI-STATUS-CAT   PIC X(02).
               10  OM-PRI-CONV-RESULT  PIC X(01).
               10  OM-PRI-STAT-RET-CD  PIC X(01).
               10  OM-PRI-RUN-DATE     PIC X(08).

       FD  POP-HISTORY-FILE
           RECORD CONTAINS 140 CHARACTERS.

           COPY POPHIST.

       WORKING-STORAGE SECTION.

       01  HX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  PH-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-MASTER      PIC X(01)  VALUE 'N'.
               88  END-OF-MASTER              VALUE 'Y'.
           05  NO-MORE-HISTORY     PIC X(01)  VALUE 'N'.
               88  END-OF-HISTORY             VALUE 'Y'.
           05  WS-ACKMAST-OPEN     PIC X(01)  VALUE 'N'.
           05  WS-OUTCMAST-OPEN    PIC X(01)  VALUE 'N'.
           05  WS-ACK-FOUND        PIC X(01)  VALUE 'N'.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.
       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.

      *    THE STATISTICS MONTH AND ITS RUNNING MONTH NUMBER (YEAR
      *    TIMES TWELVE PLUS MONTH LESS ONE), SO LAST MONTH AND THE
      *    TREND WINDOW ARE SIMPLE SUBTRACTIONS ACROSS A YEAR END.

       01  WS-STATS-MONTH          PIC X(06)  VALUE SPACE.
       01  WS-STATS-MONTH-N REDEFINES WS-STATS-MONTH.
           05  WS-STATS-YEAR       PIC 9(04).
           05  WS-STATS-MM         PIC 9(02).
       01  WS-CUR-MONTH-NUM        PIC 9(06)  VALUE ZERO.
       01  WS-ROW-MONTH-NUM        PIC 9(06)  VALUE ZERO.
       01  WS-WORK-MONTH           PIC X(06)  VALUE SPACE.
       01  WS-WORK-MONTH-N REDEFINES WS-WORK-MONTH.
           05  WS-WORK-YEAR        PIC 9(04).
           05  WS-WORK-MM          PIC 9(02).
       01  WS-MONTHS-BACK          PIC 9(02)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-HISTORY-READ         PIC 9(09)  VALUE ZERO.
           05  WS-ROWS-WRITTEN         PIC 9(09)  VALUE ZERO.

      *    ONE ENTRY PER SSA BIC, IN THE ORDER FIRST MET - THIS
      *    MONTH'S COUNTS (PH-COUNT NUMBERING, SEE POPHIST) AND LAST
      *    MONTH'S CARRIED FIGURE FROM THE HISTORY.

       01  WS-BIC-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-BIC-TABLE.
           05  WS-BIC-ENTRY        OCCURS 100 TIMES.
               10  WS-BIC-CODE         PIC X(02).
               10  WS-BIC-FIGURE       PIC 9(09)  OCCURS 13 TIMES.
               10  WS-BIC-PRIOR        PIC 9(09).

       01  WS-ALL-FIGURES.
           05  WS-ALL-FIGURE       PIC 9(09)  OCCURS 13 TIMES.

       01  WS-PRIOR-FOUND          PIC X(01)  VALUE 'N'.
       01  WS-PRIOR-FIGURES.
           05  WS-PRIOR-FIGURE     PIC 9(09)  OCCURS 13 TIMES.

      *    THE THIRTEEN-MONTH TREND OF THE ALL-BIC TOTALS - ENTRY 13
      *    IS THIS MONTH, ENTRY 1 THE SAME MONTH LAST YEAR.

       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY      OCCURS 13 TIMES.
               10  WS-TRD-MONTH        PIC X(06).
               10  WS-TRD-FOUND        PIC X(01).
               10  WS-TRD-FIGURE       PIC 9(09)  OCCURS 13 TIMES.

       01  WS-THIS-BIC             PIC X(02)  VALUE SPACE.
       01  WS-WORK-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-SCAN-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(03)  VALUE ZERO.
       01  WS-COL-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-SSA-COLUMN           PIC 9(02)  VALUE ZERO.
       01  WS-CHANGE               PIC S9(09) VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

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

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(06)  VALUE 'BIC'.
           05  FILLER              PIC X(09)  VALUE '  CARRIED'.
           05  FILLER              PIC X(09)  VALUE '   ACTIVE'.
           05  FILLER              PIC X(09)  VALUE ' DECEASED'.
           05  FILLER              PIC X(09)  VALUE '  ENT-END'.
           05  FILLER              PIC X(09)  VALUE ' WITH-MBI'.
           05  FILLER              PIC X(09)  VALUE '   NO-MBI'.
           05  FILLER              PIC X(09)  VALUE ' MISMATCH'.
           05  FILLER              PIC X(09)  VALUE 'NEVERSENT'.
           05  FILLER              PIC X(09)  VALUE '  PENDING'.
           05  FILLER              PIC X(09)  VALUE ' ACCEPTED'.
           05  FILLER              PIC X(09)  VALUE ' REJECTED'.
           05  FILLER              PIC X(09)  VALUE '      NEW'.
           05  FILLER              PIC X(09)  VALUE ' XFER-OUT'.
           05  FILLER              PIC X(09)  VALUE ' CHG-PRIO'.

      *    ONE FIGURES LINE - A LABEL (BIC OR MONTH), THE THIRTEEN
      *    FIGURES, AND THE CHANGE IN CARRIED SINCE LAST MONTH.

       01  WS-FIGURE-LINE.
           05  WS-FIG-LABEL        PIC X(06).
           05  WS-FIG-COLUMN       OCCURS 13 TIMES.
               10  FILLER          PIC X(01).
               10  WS-FIG-VALUE    PIC Z(07)9.
           05  WS-FIG-CHANGE       PIC -(08)9.

      *    THE SAME COLUMNS SIGNED, FOR THE CHANGE-SINCE-LAST-MONTH
      *    LINE.

       01  WS-CHANGE-LINE.
           05  WS-CHG-LABEL        PIC X(06).
           05  WS-CHG-COLUMN       OCCURS 13 TIMES.
               10  WS-CHG-VALUE    PIC -(08)9.
           05  FILLER              PIC X(09).

       01  WS-TEXT-LINE            PIC X(132)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-READ-HISTORY
              THRU 2000-EXIT.

           PERFORM 3000-COUNT-ONE-BENEFICIARY
              THRU 3000-EXIT
              UNTIL END-OF-MASTER.

           PERFORM 4000-WRITE-HISTORY
              THRU 4000-EXIT.

           PERFORM 5000-WRITE-REPORT
              THRU 5000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    THE STATISTICS MONTH, THE TREND WINDOW'S MONTHS, AND THE
      *    THREE MASTERS. THE CROSSWALK IS THE POPULATION - WITHOUT
      *    IT THERE IS NOTHING TO COUNT.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.
           MOVE GB-DATE (1:6)         TO WS-STATS-MONTH.

           COMPUTE WS-CUR-MONTH-NUM =
                   WS-STATS-YEAR * 12 + WS-STATS-MM - 1.

           MOVE ZERO                  TO WS-ALL-FIGURES
                                         WS-PRIOR-FIGURES.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > 13
               COMPUTE WS-MONTHS-BACK = 13 - WS-WORK-IDX
               PERFORM 1100-MONTH-BACK
                  THRU 1100-EXIT
               MOVE WS-WORK-MONTH     TO WS-TRD-MONTH (WS-WORK-IDX)
               MOVE 'N'               TO WS-TRD-FOUND (WS-WORK-IDX)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                         UNTIL WS-COL-IDX > 13
                   MOVE ZERO
                     TO WS-TRD-FIGURE (WS-WORK-IDX WS-COL-IDX)
               END-PERFORM
           END-PERFORM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
           END-IF.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'POPSTAT,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y' TO NO-MORE-MASTER
           ELSE
              PERFORM 3100-READ-NEXT-MASTER
                 THRU 3100-EXIT
           END-IF.

           OPEN INPUT ACK-MASTER-FILE.

           IF AK-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACKMAST-OPEN
           ELSE
              DISPLAY 'POPSTAT,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS ',SSA STATUS NOT COUNTED'
           END-IF.

           OPEN INPUT OUTCOME-MASTER-FILE.

           IF OM-FILE-STATUS = '00'
              MOVE 'Y' TO WS-OUTCMAST-OPEN
           END-IF.

       1000-EXIT.
           EXIT.

      *    WS-WORK-MONTH = THE STATISTICS MONTH LESS WS-MONTHS-BACK.

       1100-MONTH-BACK.

           COMPUTE WS-ROW-MONTH-NUM =
                   WS-CUR-MONTH-NUM - WS-MONTHS-BACK.
           COMPUTE WS-WORK-YEAR = WS-ROW-MONTH-NUM / 12.
           COMPUTE WS-WORK-MM =
                   WS-ROW-MONTH-NUM - WS-WORK-YEAR * 12 + 1.

       1100-EXIT.
           EXIT.

      *    ONE PASS OF THE HISTORY: LAST MONTH'S ROWS GIVE EACH BIC'S
      *    PRIOR CARRIED FIGURE AND THE PRIOR TOTALS; THE TOTALS ROWS
      *    OF THE TWELVE MONTHS BEFORE THIS ONE FILL THE TREND. THIS
      *    MONTH'S OWN EARLIER ROWS ARE SUPERSEDED BY THIS RUN AND
      *    IGNORED. A LATER ROW FOR THE SAME MONTH AND BIC WINS.

       2000-READ-HISTORY.

           OPEN INPUT POP-HISTORY-FILE.

           IF PH-FILE-STATUS NOT = '00'
              DISPLAY 'POPSTAT,NO POPHIST HISTORY,' PH-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-HISTORY
               READ POP-HISTORY-FILE
                 AT END
                   MOVE 'Y' TO NO-MORE-HISTORY
                 NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF PH-STATS-MONTH NUMERIC
                      PERFORM 2100-KEEP-ONE-ROW
                         THRU 2100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE POP-HISTORY-FILE.

       2000-EXIT.
           EXIT.

       2100-KEEP-ONE-ROW.

           MOVE PH-STATS-MONTH        TO WS-WORK-MONTH.
           COMPUTE WS-ROW-MONTH-NUM =
                   WS-WORK-YEAR * 12 + WS-WORK-MM - 1.

           IF WS-ROW-MONTH-NUM >= WS-CUR-MONTH-NUM
           OR WS-ROW-MONTH-NUM <  WS-CUR-MONTH-NUM - 12
              GO TO 2100-EXIT
           END-IF.

           IF PH-ALL-BICS
              COMPUTE WS-WORK-IDX =
                      WS-ROW-MONTH-NUM - WS-CUR-MONTH-NUM + 13
              MOVE 'Y'                TO WS-TRD-FOUND (WS-WORK-IDX)
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                        UNTIL WS-COL-IDX > 13
                  MOVE PH-COUNT (WS-COL-IDX)
                    TO WS-TRD-FIGURE (WS-WORK-IDX WS-COL-IDX)
              END-PERFORM
           END-IF.

           IF WS-ROW-MONTH-NUM NOT = WS-CUR-MONTH-NUM - 1
              GO TO 2100-EXIT
           END-IF.

           IF PH-ALL-BICS
              MOVE 'Y'                TO WS-PRIOR-FOUND
              MOVE PH-COUNTS          TO WS-PRIOR-FIGURES
           ELSE
              MOVE PH-SSA-BIC         TO WS-THIS-BIC
              PERFORM 3500-FIND-BIC
                 THRU 3500-EXIT
              IF WS-FOUND-IDX > ZERO
                 MOVE PH-COUNT (1)    TO WS-BIC-PRIOR (WS-FOUND-IDX)
              END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *    COUNTS ONE CROSSWALK RECORD AGAINST ITS BIC AND THE ALL-BIC
      *    TOTALS, THEN READS THE NEXT.

       3000-COUNT-ONE-BENEFICIARY.

           MOVE HX-SSA-BIC            TO WS-THIS-BIC.
           PERFORM 3500-FIND-BIC
              THRU 3500-EXIT.

           IF WS-FOUND-IDX = ZERO
              GO TO 3000-READ-NEXT
           END-IF.

           IF HX-TERM-STATUS = 'X'
              MOVE 13                 TO WS-COL-IDX
              PERFORM 3600-ADD-ONE
                 THRU 3600-EXIT
              GO TO 3000-READ-NEXT
           END-IF.

           MOVE 1                     TO WS-COL-IDX.
           PERFORM 3600-ADD-ONE
              THRU 3600-EXIT.

           EVALUATE HX-TERM-STATUS
             WHEN 'D'
               MOVE 3                 TO WS-COL-IDX
             WHEN 'T'
               MOVE 4                 TO WS-COL-IDX
             WHEN OTHER
               MOVE 2                 TO WS-COL-IDX
           END-EVALUATE.
           PERFORM 3600-ADD-ONE
              THRU 3600-EXIT.

           IF HX-SSA-MBI NOT = SPACE
              MOVE 5                  TO WS-COL-IDX
           ELSE
              MOVE 6                  TO WS-COL-IDX
           END-IF.
           PERFORM 3600-ADD-ONE
              THRU 3600-EXIT.

           IF HX-MISMATCH-FLAG = 'Y'
              MOVE 7                  TO WS-COL-IDX
              PERFORM 3600-ADD-ONE
                 THRU 3600-EXIT
           END-IF.

           IF HX-FIRST-SEEN (1:6) = WS-STATS-MONTH
              MOVE 12                 TO WS-COL-IDX
              PERFORM 3600-ADD-ONE
                 THRU 3600-EXIT
           END-IF.

           IF WS-ACKMAST-OPEN = 'Y'
              PERFORM 3200-FIND-SSA-STATUS
                 THRU 3200-EXIT
              MOVE WS-SSA-COLUMN      TO WS-COL-IDX
              PERFORM 3600-ADD-ONE
                 THRU 3600-EXIT
           END-IF.

       3000-READ-NEXT.

           PERFORM 3100-READ-NEXT-MASTER
              THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

       3100-READ-NEXT-MASTER.

           READ HIC-XREF-FILE NEXT
              AT END
                MOVE 'Y' TO NO-MORE-MASTER
           END-READ.

           IF NOT END-OF-MASTER
              ADD 1 TO WS-MASTER-READ
           END-IF.

       3100-EXIT.
           EXIT.

      *    SETS WS-SSA-COLUMN TO THE BENEFICIARY'S SSA STATUS COLUMN -
      *    8 NEVER SENT, 9 PENDING, 10 ACCEPTED, 11 REJECTED.

       3200-FIND-SSA-STATUS.

           MOVE 'N'                   TO WS-ACK-FOUND.
           MOVE 8                     TO WS-SSA-COLUMN.

           IF HX-SSA-HIC NOT = SPACE
              MOVE HX-SSA-HIC         TO AK-SSA-HIC
              PERFORM 3300-READ-ACKMAST
                 THRU 3300-EXIT
           END-IF.

           IF  WS-ACK-FOUND = 'N'
           AND WS-OUTCMAST-OPEN = 'Y'
              MOVE HX-RRB-HIC         TO OM-RRB-HIC
              READ OUTCOME-MASTER-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF  OM-CUR-SSA-HIC NOT = SPACE
                  AND OM-CUR-SSA-HIC NOT = HX-SSA-HIC
                      MOVE OM-CUR-SSA-HIC
                                      TO AK-SSA-HIC
                      PERFORM 3300-READ-ACKMAST
                         THRU 3300-EXIT
                  END-IF
              END-READ
           END-IF.

           IF WS-ACK-FOUND = 'N'
              GO TO 3200-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN AK-PENDING
               MOVE 9                 TO WS-SSA-COLUMN
             WHEN AK-ACCEPTED
               MOVE 10                TO WS-SSA-COLUMN
             WHEN AK-REJECTED
               MOVE 11                TO WS-SSA-COLUMN
           END-EVALUATE.

       3200-EXIT.
           EXIT.

       3300-READ-ACKMAST.

           READ ACK-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AK-RRB-HIC = HX-RRB-HIC
                  MOVE 'Y'            TO WS-ACK-FOUND
               END-IF
           END-READ.

       3300-EXIT.
           EXIT.

      *    SETS WS-FOUND-IDX TO WS-THIS-BIC'S ENTRY, OPENING A NEW ONE
      *    THE FIRST TIME THE BIC IS MET. ZERO ONLY WHEN THE TABLE IS
      *    FULL.

       3500-FIND-BIC.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-BIC-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-BIC-CODE (WS-SCAN-IDX) = WS-THIS-BIC
                  MOVE WS-SCAN-IDX    TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZERO
              GO TO 3500-EXIT
           END-IF.

           IF WS-BIC-COUNT >= 100
              DISPLAY 'POPSTAT,BIC TABLE FULL,NOT COUNTED,'
                      WS-THIS-BIC
              GO TO 3500-EXIT
           END-IF.

           ADD 1                      TO WS-BIC-COUNT.
           MOVE WS-BIC-COUNT          TO WS-FOUND-IDX.
           MOVE WS-THIS-BIC           TO WS-BIC-CODE (WS-FOUND-IDX).
           MOVE ZERO                  TO WS-BIC-PRIOR (WS-FOUND-IDX).
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > 13
               MOVE ZERO TO WS-BIC-FIGURE (WS-FOUND-IDX WS-COL-IDX)
           END-PERFORM.

       3500-EXIT.
           EXIT.

       3600-ADD-ONE.

           ADD 1 TO WS-BIC-FIGURE (WS-FOUND-IDX WS-COL-IDX).
           ADD 1 TO WS-ALL-FIGURE (WS-COL-IDX).

       3600-EXIT.
           EXIT.

      *    APPENDS THIS MONTH'S ROWS - ONE PER BIC, THEN THE TOTALS -
      *    AND MAKES THE TOTALS THE TREND'S CURRENT MONTH.

       4000-WRITE-HISTORY.

           MOVE 'Y'                   TO WS-TRD-FOUND (13).
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > 13
               MOVE WS-ALL-FIGURE (WS-COL-IDX)
                 TO WS-TRD-FIGURE (13 WS-COL-IDX)
           END-PERFORM.

           OPEN EXTEND POP-HISTORY-FILE.
           IF PH-FILE-STATUS NOT = '00'
              OPEN OUTPUT POP-HISTORY-FILE
           END-IF.

           IF PH-FILE-STATUS NOT = '00'
              DISPLAY 'POPSTAT,UNABLE TO OPEN POPHIST FOR OUTPUT,'
                      PH-FILE-STATUS
              GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-BIC-COUNT
               MOVE SPACE             TO POP-HISTORY-REC
               MOVE WS-STATS-MONTH    TO PH-STATS-MONTH
               MOVE WS-BIC-CODE (WS-WORK-IDX)
                                      TO PH-SSA-BIC
               MOVE WS-BUSINESS-DATE  TO PH-RUN-DATE
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                         UNTIL WS-COL-IDX > 13
                   MOVE WS-BIC-FIGURE (WS-WORK-IDX WS-COL-IDX)
                     TO PH-COUNT (WS-COL-IDX)
               END-PERFORM
               WRITE POP-HISTORY-REC
               ADD 1                  TO WS-ROWS-WRITTEN
           END-PERFORM.

           MOVE SPACE                 TO POP-HISTORY-REC.
           MOVE WS-STATS-MONTH        TO PH-STATS-MONTH.
           MOVE '**'                  TO PH-SSA-BIC.
           MOVE WS-BUSINESS-DATE      TO PH-RUN-DATE.
           MOVE WS-ALL-FIGURES        TO PH-COUNTS.
           WRITE POP-HISTORY-REC.
           ADD 1                      TO WS-ROWS-WRITTEN.

           CLOSE POP-HISTORY-FILE.

       4000-EXIT.
           EXIT.

      *    THE REPORT - THIS MONTH BY BIC AND IN TOTAL, LAST MONTH'S
      *    TOTALS AND THE CHANGE IN EACH FIGURE, THEN THE TREND.

       5000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE SPACE                 TO RW-TITLE.
           STRING 'POPSTAT - BENEFICIARY POPULATION STATISTICS '
                  WS-STATS-MONTH
                  DELIMITED BY SIZE
                  INTO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM 5100-WRITE-ONE-BIC
              THRU 5100-EXIT
              VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > WS-BIC-COUNT.

           MOVE SPACE                 TO WS-FIGURE-LINE.
           MOVE 'ALL'                 TO WS-FIG-LABEL.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > 13
               MOVE WS-ALL-FIGURE (WS-COL-IDX)
                 TO WS-FIG-VALUE (WS-COL-IDX)
           END-PERFORM.
           COMPUTE WS-CHANGE = WS-ALL-FIGURE (1) - WS-PRIOR-FIGURE (1).
           MOVE WS-CHANGE             TO WS-FIG-CHANGE.
           MOVE WS-FIGURE-LINE        TO WS-TEXT-LINE.
           PERFORM 5900-PRINT-LINE
              THRU 5900-EXIT.

           MOVE SPACE                 TO WS-TEXT-LINE.
           PERFORM 5900-PRINT-LINE
              THRU 5900-EXIT.

           MOVE 1                     TO WS-MONTHS-BACK.
           PERFORM 1100-MONTH-BACK
              THRU 1100-EXIT.

           IF WS-PRIOR-FOUND = 'N'
              MOVE SPACE              TO WS-TEXT-LINE
              STRING 'NO FIGURES ON POPHIST FOR ' WS-WORK-MONTH
                     ' - NO MONTH-OVER-MONTH CHANGE'
                     DELIMITED BY SIZE
                     INTO WS-TEXT-LINE
              PERFORM 5900-PRINT-LINE
                 THRU 5900-EXIT
           ELSE
              MOVE SPACE              TO WS-FIGURE-LINE
              MOVE WS-WORK-MONTH      TO WS-FIG-LABEL
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                        UNTIL WS-COL-IDX > 13
                  MOVE WS-PRIOR-FIGURE (WS-COL-IDX)
                    TO WS-FIG-VALUE (WS-COL-IDX)
              END-PERFORM
              MOVE WS-FIGURE-LINE     TO WS-TEXT-LINE
              PERFORM 5900-PRINT-LINE
                 THRU 5900-EXIT
              MOVE SPACE              TO WS-CHANGE-LINE
              MOVE 'CHANGE'           TO WS-CHG-LABEL
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                        UNTIL WS-COL-IDX > 13
                  COMPUTE WS-CHANGE = WS-ALL-FIGURE (WS-COL-IDX)
                                    - WS-PRIOR-FIGURE (WS-COL-IDX)
                  MOVE WS-CHANGE      TO WS-CHG-VALUE (WS-COL-IDX)
              END-PERFORM
              MOVE WS-CHANGE-LINE     TO WS-TEXT-LINE
              PERFORM 5900-PRINT-LINE
                 THRU 5900-EXIT
           END-IF.

           MOVE SPACE                 TO WS-TEXT-LINE.
           PERFORM 5900-PRINT-LINE
              THRU 5900-EXIT.
           MOVE 'THIRTEEN-MONTH TREND - ALL BICS'
                                      TO WS-TEXT-LINE.
           PERFORM 5900-PRINT-LINE
              THRU 5900-EXIT.

           PERFORM 5200-WRITE-ONE-MONTH
              THRU 5200-EXIT
              VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > 13.

       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-BIC.

           MOVE SPACE                 TO WS-FIGURE-LINE.
           MOVE WS-BIC-CODE (WS-WORK-IDX)
                                      TO WS-FIG-LABEL.
           IF WS-BIC-CODE (WS-WORK-IDX) = SPACE
              MOVE '(NONE)'           TO WS-FIG-LABEL
           END-IF.

           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > 13
               MOVE WS-BIC-FIGURE (WS-WORK-IDX WS-COL-IDX)
                 TO WS-FIG-VALUE (WS-COL-IDX)
           END-PERFORM.

           COMPUTE WS-CHANGE = WS-BIC-FIGURE (WS-WORK-IDX 1)
                             - WS-BIC-PRIOR (WS-WORK-IDX).
           MOVE WS-CHANGE             TO WS-FIG-CHANGE.

           MOVE WS-FIGURE-LINE        TO WS-TEXT-LINE.
           PERFORM 5900-PRINT-LINE
              THRU 5900-EXIT.

       5100-EXIT.
           EXIT.

      *    ONE TREND MONTH - ITS TOTALS, OR A NOTE WHEN NO RUN FOR
      *    THAT MONTH IS ON THE HISTORY. THE LAST MONTH CLOSES THE
      *    REPORT.

       5200-WRITE-ONE-MONTH.

           IF WS-TRD-FOUND (WS-WORK-IDX) = 'Y'
              MOVE SPACE              TO WS-FIGURE-LINE
              MOVE WS-TRD-MONTH (WS-WORK-IDX)
                                      TO WS-FIG-LABEL
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                        UNTIL WS-COL-IDX > 13
                  MOVE WS-TRD-FIGURE (WS-WORK-IDX WS-COL-IDX)
                    TO WS-FIG-VALUE (WS-COL-IDX)
              END-PERFORM
              IF  WS-WORK-IDX > 1
              AND WS-TRD-FOUND (WS-WORK-IDX - 1) = 'Y'
                  COMPUTE WS-CHANGE =
                          WS-TRD-FIGURE (WS-WORK-IDX 1)
                        - WS-TRD-FIGURE (WS-WORK-IDX - 1, 1)
                  MOVE WS-CHANGE      TO WS-FIG-CHANGE
              END-IF
              MOVE WS-FIGURE-LINE     TO WS-TEXT-LINE
           ELSE
              MOVE SPACE              TO WS-TEXT-LINE
              STRING WS-TRD-MONTH (WS-WORK-IDX)
                     '  NO FIGURES ON POPHIST'
                     DELIMITED BY SIZE
                     INTO WS-TEXT-LINE
           END-IF.

           IF WS-WORK-IDX = 13
              MOVE 'T'                TO RW-FUNCTION
              MOVE WS-TEXT-LINE       TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           ELSE
              PERFORM 5900-PRINT-LINE
                 THRU 5900-EXIT
           END-IF.

       5200-EXIT.
           EXIT.

       5900-PRINT-LINE.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-TEXT-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       5900-EXIT.
           EXIT.

       8000-TERMINATE.

           IF HX-FILE-STATUS = '00' OR HX-FILE-STATUS = '10'
              CLOSE HIC-XREF-FILE
           END-IF.
           IF WS-ACKMAST-OPEN = 'Y'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF WS-OUTCMAST-OPEN = 'Y'
              CLOSE OUTCOME-MASTER-FILE
           END-IF.

           DISPLAY 'POPSTAT,STATISTICS MONTH,' WS-STATS-MONTH.
           DISPLAY 'POPSTAT,MASTER RECORDS READ,' WS-MASTER-READ.
           DISPLAY 'POPSTAT,BENEFICIARIES CARRIED,' WS-ALL-FIGURE (1).
           DISPLAY 'POPSTAT,SSA BICS,' WS-BIC-COUNT.
           DISPLAY 'POPSTAT,HISTORY ROWS READ,' WS-HISTORY-READ.
           DISPLAY 'POPSTAT,HISTORY ROWS WRITTEN,' WS-ROWS-WRITTEN.

      *    ONE RUN-LEDGER RECORD - NO CROSSWALK, OR NO ACKMAST TO
      *    GIVE THE SSA STATUS, IS A WARNING.

           MOVE 'POPSTAT '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'HICXREF '            TO RL-INPUT-DDNAME.
           MOVE WS-MASTER-READ        TO RL-RECORDS-READ.
           MOVE WS-ALL-FIGURE (1)     TO RL-RECORDS-ACCEPTED.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           IF HX-FILE-STATUS NOT = '00' AND HX-FILE-STATUS NOT = '10'
           OR WS-ACKMAST-OPEN = 'N'
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
