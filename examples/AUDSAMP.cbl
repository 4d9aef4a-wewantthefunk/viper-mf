       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
       AUTHOR. CHRISTIAN STRAMA.

      * MONTHLY STATISTICAL AUDIT SAMPLE OF CONVERSIONS. THE AUDITORS
      * WANT EVIDENCE THAT CONVERSIONS ARE RIGHT, NOT ONLY THAT THE
      * COUNTS BALANCE. ON THE FIRST BUSINESS DAY OF THE MONTH
      * (STRMSCHD FREQUENCY F) THIS STEP READS THE MONTH JUST ENDED'S
      * RRBOUT ROWS (THE JCL CONCATENATES THE MONTH'S GENERATIONS ON
      * THE ONE DD, AS REGQLTY'S DOES FOR A WEEK) AND DRAWS A SAMPLE
      * OF THE ACCEPTED ONES - A CONVERTED SSA HIC AND NO REJECT
      * REASON:
      *
      *   - THE SAMPLE SIZE COMES FROM THE SITE'S CONFIDENCE LEVEL
      *     (GETPARM AUDCONFLEVEL: 80, 90, 95 OR 99, DEFAULT 95) AND
      *     MARGIN (AUDMARGINPCT, DEFAULT 5 PERCENT), TAKING THE
      *     CONSERVATIVE 50 PERCENT ERROR RATE AND CORRECTING FOR
      *     THE FINITE POPULATION, CAPPED AT 5000 CASES;
      *   - IT IS STRATIFIED BY BIC AND SOURCE REGION, EACH STRATUM
      *     GETTING ITS PROPORTIONAL SHARE AND AT LEAST ONE CASE;
      *   - THE DRAW IS SELECTION SAMPLING IN FILE ORDER DRIVEN BY
      *     FUNCTION RANDOM SEEDED FROM THE SAMPLE MONTH (PLUS THE
      *     SITE'S AUDSEED), SO THE SAME MONTH'S FILES ALWAYS DRAW
      *     THE SAME CASES - THE AUDITORS CAN REPRODUCE IT.
      *
      * EACH SAMPLED CASE IS CONVERTED AGAIN THROUGH RRBTOSS5 - THE
      * FILE-FREE CONVERSION, SO THE SITE TABLES AND CROSSWALK THE
      * NIGHTLY RUN USED PLAY NO PART - AND WRITTEN TO THE AUDWKSH
      * WORKSHEET (COPY AUDWREC) NEXT TO THE SSA HIC ACTUALLY SENT
      * AND THE ACKMAST OUTCOME. THE SAME CASES PRINT THROUGH RPTWRITE
      * AS THE REVIEWERS' WORKSHEET, IDENTIFIERS THROUGH MASKHIC.
      * REVIEWERS RECORD PASS OR FAIL ON THE AUDSIGN FILE; AUDCLOSE
      * TURNS THAT INTO THE OBSERVED ERROR RATE.
      *
      * THE AUDMONTH ENVIRONMENT VARIABLE (YYYYMM) LABELS A RE-DRAW
      * OF AN EARLIER MONTH. AN EMPTY POPULATION WRITES THE HEADER
      * ONLY AND ENDS WITH RETURN CODE 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RRB-OUTPUT-FILE ASSIGN TO RRBOUT
                                  FILE STATUS IS RO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT WORKSHEET-FILE  ASSIGN TO AUDWKSH
                                  FILE STATUS IS AW-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RRB-OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RO-REC.
           02  RO-RRB-HIC          PIC X(12).
           02  RO-SSA-HIC          PIC X(11).
           02  FILLER              PIC X(01).
           02  RO-REJECT-REASON    PIC X(02).
           02  RO-SOURCE           PIC X(03).
           02  RO-ENT-DATE         PIC X(08).
           02  RO-CLAIM-TYPE       PIC X(02).
           02  RO-BENE-TYPE        PIC X(02).
           02  RO-BIRTH-DATE       PIC X(08).

       FD  WORKSHEET-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY AUDWREC.

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

       WORKING-STORAGE SECTION.

       01  RO-FILE-STATUS              PIC  X(02).
       01  AW-FILE-STATUS              PIC  X(02).
       01  AK-FILE-STATUS              PIC  X(02).

       01  WS-ACKMAST-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF                 PIC  X(01)  VALUE 'N'.
           88  FILE-AT-END                         VALUE 'Y'.

       01  WS-ACK-OPEN                 PIC  X(01)  VALUE 'N'.
           88  ACK-IS-OPEN                         VALUE 'Y'.

       01  WS-BUSINESS-DATE            PIC  X(08)  VALUE SPACE.
       01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YEAR             PIC  9(04).
           05  WS-BUS-MONTH            PIC  9(02).
           05  FILLER                  PIC  X(02).

       01  WS-SAMPLE-MONTH             PIC  X(06)  VALUE SPACE.
       01  WS-SAMPLE-PARTS REDEFINES WS-SAMPLE-MONTH.
           05  WS-SMP-YEAR             PIC  9(04).
           05  WS-SMP-MONTH            PIC  9(02).
       01  WS-MONTH-OVERRIDE           PIC  X(06)  VALUE SPACE.

      *    THE DRAW'S PARAMETERS.

       01  WS-CONF-LEVEL               PIC  9(02)  VALUE 95.
       01  WS-MARGIN-PCT               PIC  9(02)  VALUE 5.
       01  WS-SITE-SEED                PIC  9(06)  VALUE ZERO.
       01  WS-SEED                     PIC  9(09)  VALUE ZERO.
       01  WS-Z-VALUE                  PIC  9V999  VALUE 1.960.
       01  WS-MARGIN                   PIC  V9999  VALUE ZERO.
       01  WS-N-UNADJUSTED             PIC  9(07)V99 VALUE ZERO.
       01  WS-N-ADJUSTED               PIC  9(07)V99 VALUE ZERO.
       01  WS-SAMPLE-TARGET            PIC  9(05)  VALUE ZERO.
       01  WS-SAMPLE-MAX               PIC  9(05)  VALUE 5000.

       01  WS-RANDOM-WORK              PIC  V9(09) VALUE ZERO.
       01  WS-RANDOM-FIRST             PIC  X(01)  VALUE 'Y'.
       01  WS-SLOTS-LEFT               PIC  9(09)V9(09) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC  9(09)  VALUE ZERO.
           05  WS-POPULATION           PIC  9(09)  VALUE ZERO.
           05  WS-SAMPLED              PIC  9(05)  VALUE ZERO.
           05  WS-ALLOCATED            PIC  9(05)  VALUE ZERO.
           05  WS-DISAGREE             PIC  9(05)  VALUE ZERO.
           05  WS-STRATA-DROPPED       PIC  9(09)  VALUE ZERO.

      *    ONE ENTRY PER STRATUM - BIC AND SOURCE REGION.

       01  WS-STRATUM-COUNT            PIC  9(03)  VALUE ZERO.
       01  WS-STRATUM-TABLE.
           05  WS-STRATUM-ENTRY        OCCURS 500 TIMES.
               10  WS-ST-KEY.
                   15  WS-ST-BIC       PIC  X(02).
                   15  WS-ST-REGION    PIC  X(03).
               10  WS-ST-POP           PIC  9(09).
               10  WS-ST-ALLOC         PIC  9(05).
               10  WS-ST-SEEN          PIC  9(09).
               10  WS-ST-SELECTED      PIC  9(05).

       01  WS-SEARCH-KEY.
           05  WS-SEARCH-BIC           PIC  X(02).
           05  WS-SEARCH-REGION        PIC  X(03).
       01  WS-WORK-IDX                 PIC  9(03)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC  9(03)  VALUE ZERO.

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

      *    PARAMETERS FOR RRBTOSS5 - SAME LAYOUT AS RRBTOSS5'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RRBTOSSA-PARAMETERS.
           05  RP-RRB-HIC              PIC  X(12).
           05  RP-SSA-HIC              PIC  X(11).
           05  RP-REJECT-REASON        PIC  X(02).
           05  RP-RANGE-VALUE          PIC  9(06).
           05  RP-RANGE-LOW            PIC  9(06).
           05  RP-RANGE-HIGH           PIC  9(06).
           05  RP-XREF-MISMATCH        PIC  X(01).
           05  RP-SSA-MBI              PIC  X(11).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

       01  WS-PARM-LINE.
           05  FILLER              PIC X(14)  VALUE 'SAMPLE MONTH '.
           05  WS-PRM-MONTH        PIC X(06).
           05  FILLER              PIC X(14)  VALUE '   CONFIDENCE '.
           05  WS-PRM-CONF         PIC Z9.
           05  FILLER              PIC X(11)  VALUE '%   MARGIN '.
           05  WS-PRM-MARGIN       PIC Z9.
           05  FILLER              PIC X(15)  VALUE '%   POPULATION '.
           05  WS-PRM-POP          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '   STRATA '.
           05  WS-PRM-STRATA       PIC ZZ9.
           05  FILLER              PIC X(09)  VALUE '   SEED '.
           05  WS-PRM-SEED         PIC Z(08)9.
           05  FILLER              PIC X(25)  VALUE SPACE.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(06)  VALUE '  SEQ'.
           05  FILLER              PIC X(14)  VALUE 'RRB HIC'.
           05  FILLER              PIC X(13)  VALUE 'SSA HIC SENT'.
           05  FILLER              PIC X(13)  VALUE 'RECOMPUTED'.
           05  FILLER              PIC X(06)  VALUE 'AGREE'.
           05  FILLER              PIC X(05)  VALUE 'BIC'.
           05  FILLER              PIC X(05)  VALUE 'RGN'.
           05  FILLER              PIC X(05)  VALUE 'ACK'.
           05  FILLER              PIC X(10)  VALUE 'ACK DATE'.
           05  FILLER              PIC X(11)  VALUE 'PASS/FAIL'.
           05  FILLER              PIC X(10)  VALUE 'REVIEWER'.
           05  FILLER              PIC X(34)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SEQ          PIC ZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-RRB-HIC      PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-SENT         PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-RECOMP       PIC X(11).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-DTL-AGREE        PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-BIC          PIC X(02).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-REGION       PIC X(03).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-ACK          PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-ACK-DATE     PIC X(08).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  FILLER              PIC X(11)  VALUE '____'.
           05  FILLER              PIC X(08)  VALUE '________'.
           05  FILLER              PIC X(34)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(16)  VALUE 'CASES SAMPLED '.
           05  WS-TOT-SAMPLED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(34)  VALUE
               '   RECOMPUTE DISAGREES WITH SENT '.
           05  WS-TOT-DISAGREE     PIC ZZ,ZZ9.
           05  FILLER              PIC X(70)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-COUNT-POPULATION
              THRU 2000-EXIT.

           PERFORM 2500-SIZE-SAMPLE
              THRU 2500-EXIT.

           PERFORM 3000-DRAW-SAMPLE
              THRU 3000-EXIT.

           DISPLAY 'AUDSAMP,SAMPLE MONTH,' WS-SAMPLE-MONTH.
           DISPLAY 'AUDSAMP,RRBOUT ROWS READ,' WS-ROWS-READ.
           DISPLAY 'AUDSAMP,ACCEPTED POPULATION,' WS-POPULATION.
           DISPLAY 'AUDSAMP,STRATA,' WS-STRATUM-COUNT.
           DISPLAY 'AUDSAMP,CASES SAMPLED,' WS-SAMPLED.
           DISPLAY 'AUDSAMP,RECOMPUTE DISAGREES,' WS-DISAGREE.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    THE SAMPLE MONTH (THE ONE BEFORE THE BUSINESS DATE UNLESS
      *    AUDMONTH NAMES ANOTHER) AND THE SITE'S DRAW PARAMETERS.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           MOVE WS-BUS-YEAR           TO WS-SMP-YEAR.
           MOVE WS-BUS-MONTH          TO WS-SMP-MONTH.
           IF WS-SMP-MONTH = 01
              MOVE 12                 TO WS-SMP-MONTH
              SUBTRACT 1            FROM WS-SMP-YEAR
           ELSE
              SUBTRACT 1            FROM WS-SMP-MONTH
           END-IF.

           ACCEPT WS-MONTH-OVERRIDE FROM ENVIRONMENT 'AUDMONTH'.
           IF  WS-MONTH-OVERRIDE NUMERIC
           AND WS-MONTH-OVERRIDE (5:2) >= '01'
           AND WS-MONTH-OVERRIDE (5:2) <= '12'
               MOVE WS-MONTH-OVERRIDE TO WS-SAMPLE-MONTH
               DISPLAY 'AUDSAMP,AUDMONTH OVERRIDE,' WS-SAMPLE-MONTH
           END-IF.

           MOVE 'AUDCONFLEVEL'        TO PM-NAME.
           MOVE '95'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           EVALUATE PM-NUMERIC-VALUE
             WHEN 80
               MOVE 80                TO WS-CONF-LEVEL
               MOVE 1.282             TO WS-Z-VALUE
             WHEN 90
               MOVE 90                TO WS-CONF-LEVEL
               MOVE 1.645             TO WS-Z-VALUE
             WHEN 95
               MOVE 95                TO WS-CONF-LEVEL
               MOVE 1.960             TO WS-Z-VALUE
             WHEN 99
               MOVE 99                TO WS-CONF-LEVEL
               MOVE 2.576             TO WS-Z-VALUE
             WHEN OTHER
               DISPLAY 'AUDSAMP,AUDCONFLEVEL NOT 80/90/95/99,'
                       'USING 95,' PM-NUMERIC-VALUE
           END-EVALUATE.

           MOVE 'AUDMARGINPCT'        TO PM-NAME.
           MOVE '5'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE >= 1
           AND PM-NUMERIC-VALUE <= 20
              MOVE PM-NUMERIC-VALUE   TO WS-MARGIN-PCT
           ELSE
              DISPLAY 'AUDSAMP,AUDMARGINPCT NOT 1-20,USING 5,'
                      PM-NUMERIC-VALUE
           END-IF.

           MOVE 'AUDSEED'             TO PM-NAME.
           MOVE '0'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE <= 999999
              MOVE PM-NUMERIC-VALUE   TO WS-SITE-SEED
           END-IF.

           COMPUTE WS-SEED = WS-SMP-YEAR * 100 + WS-SMP-MONTH
                           + WS-SITE-SEED.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

           DISPLAY 'AUDSAMP,CONFIDENCE,' WS-CONF-LEVEL
                   ',MARGIN PCT,' WS-MARGIN-PCT ',SEED,' WS-SEED.

       1000-EXIT.
           EXIT.

      *    FIRST PASS - THE ACCEPTED POPULATION PER STRATUM.

       2000-COUNT-POPULATION.

           OPEN INPUT RRB-OUTPUT-FILE.

           IF RO-FILE-STATUS NOT = '00'
              DISPLAY 'AUDSAMP,UNABLE TO OPEN RRBOUT,' RO-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ RRB-OUTPUT-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   ADD 1              TO WS-ROWS-READ
                   IF  RO-REJECT-REASON = SPACE
                   AND RO-SSA-HIC NOT = SPACE
                       PERFORM 2100-FIND-STRATUM
                          THRU 2100-EXIT
                       IF WS-FOUND-IDX > ZERO
                          ADD 1       TO WS-POPULATION
                                         WS-ST-POP (WS-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE RRB-OUTPUT-FILE.

       2000-EXIT.
           EXIT.

      *    THE ROW'S STRATUM, ADDED ON FIRST SIGHT. PAST 500 STRATA A
      *    ROW IS LEFT OUT OF THE POPULATION AND COUNTED.

       2100-FIND-STRATUM.

           MOVE RO-SSA-HIC (10:2)     TO WS-SEARCH-BIC.
           MOVE RO-SOURCE             TO WS-SEARCH-REGION.
           MOVE ZERO                  TO WS-FOUND-IDX.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-STRATUM-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-ST-KEY (WS-WORK-IDX) = WS-SEARCH-KEY
                  MOVE WS-WORK-IDX    TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZERO
              GO TO 2100-EXIT
           END-IF.

           IF WS-STRATUM-COUNT >= 500
              ADD 1                   TO WS-STRATA-DROPPED
              IF WS-STRATA-DROPPED = 1
                 DISPLAY 'AUDSAMP,STRATA EXCEED TABLE MAX 500,'
                         'ROWS LEFT OUT OF THE POPULATION'
              END-IF
              GO TO 2100-EXIT
           END-IF.

           ADD 1                      TO WS-STRATUM-COUNT.
           MOVE WS-STRATUM-COUNT      TO WS-FOUND-IDX.
           MOVE WS-SEARCH-KEY         TO WS-ST-KEY (WS-FOUND-IDX).
           MOVE ZERO                  TO WS-ST-POP (WS-FOUND-IDX)
                                         WS-ST-ALLOC (WS-FOUND-IDX)
                                         WS-ST-SEEN (WS-FOUND-IDX)
                                         WS-ST-SELECTED (WS-FOUND-IDX).

       2100-EXIT.
           EXIT.

      *    SAMPLE SIZE FOR AN ATTRIBUTE AT THE SITE'S CONFIDENCE AND
      *    MARGIN - Z SQUARED TIMES P(1-P) OVER THE MARGIN SQUARED,
      *    P TAKEN AT .5 - CORRECTED FOR THE FINITE POPULATION AND
      *    ROUNDED UP, THEN SHARED ACROSS THE STRATA IN PROPORTION.

       2500-SIZE-SAMPLE.

           IF WS-POPULATION = ZERO
              GO TO 2500-EXIT
           END-IF.

           COMPUTE WS-MARGIN = WS-MARGIN-PCT / 100.
           COMPUTE WS-N-UNADJUSTED ROUNDED =
                   (WS-Z-VALUE * WS-Z-VALUE * 0.25)
                 / (WS-MARGIN * WS-MARGIN).
           COMPUTE WS-N-ADJUSTED ROUNDED =
                   WS-N-UNADJUSTED
                 / (1 + ((WS-N-UNADJUSTED - 1) / WS-POPULATION)).

           MOVE WS-N-ADJUSTED         TO WS-SAMPLE-TARGET.
           IF WS-N-ADJUSTED > WS-SAMPLE-TARGET
              ADD 1                   TO WS-SAMPLE-TARGET
           END-IF.
           IF WS-SAMPLE-TARGET > WS-SAMPLE-MAX
              MOVE WS-SAMPLE-MAX      TO WS-SAMPLE-TARGET
           END-IF.
           IF WS-SAMPLE-TARGET > WS-POPULATION
              MOVE WS-POPULATION      TO WS-SAMPLE-TARGET
           END-IF.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-STRATUM-COUNT
               COMPUTE WS-ST-ALLOC (WS-WORK-IDX) ROUNDED =
                       WS-ST-POP (WS-WORK-IDX) * WS-SAMPLE-TARGET
                     / WS-POPULATION
               IF WS-ST-ALLOC (WS-WORK-IDX) = ZERO
                  MOVE 1              TO WS-ST-ALLOC (WS-WORK-IDX)
               END-IF
               IF WS-ST-ALLOC (WS-WORK-IDX) > WS-ST-POP (WS-WORK-IDX)
                  MOVE WS-ST-POP (WS-WORK-IDX)
                                      TO WS-ST-ALLOC (WS-WORK-IDX)
               END-IF
               ADD WS-ST-ALLOC (WS-WORK-IDX) TO WS-ALLOCATED
           END-PERFORM.

           DISPLAY 'AUDSAMP,SAMPLE SIZE,' WS-SAMPLE-TARGET
                   ',ALLOCATED ACROSS STRATA,' WS-ALLOCATED.

       2500-EXIT.
           EXIT.

      *    SECOND PASS - SELECTION SAMPLING WITHIN EACH STRATUM: A
      *    ROW IS TAKEN WITH CHANCE (CASES STILL WANTED) OVER (ROWS
      *    STILL TO COME), WHICH DRAWS EXACTLY THE ALLOCATION WITH
      *    EVERY ROW EQUALLY LIKELY.

       3000-DRAW-SAMPLE.

           OPEN OUTPUT WORKSHEET-FILE.

           IF AW-FILE-STATUS NOT = '00'
              DISPLAY 'AUDSAMP,UNABLE TO OPEN AUDWKSH,' AW-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACE                 TO AUDIT-WORKSHEET-REC.
           MOVE 'H'                   TO AW-REC-TYPE.
           MOVE WS-SAMPLE-MONTH       TO AW-MONTH.
           MOVE ZERO                  TO AW-SEQ.
           MOVE WS-CONF-LEVEL         TO AW-H-CONF-LEVEL.
           MOVE WS-MARGIN-PCT         TO AW-H-MARGIN-PCT.
           MOVE WS-POPULATION         TO AW-H-POPULATION.
           MOVE WS-ALLOCATED          TO AW-H-SAMPLE-SIZE.
           MOVE WS-STRATUM-COUNT      TO AW-H-STRATA.
           MOVE WS-SEED               TO AW-H-SEED.
           MOVE WS-BUSINESS-DATE      TO AW-H-RUN-DATE.
           WRITE AUDIT-WORKSHEET-REC.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'AUDSAMP - CONVERSION AUDIT SAMPLE WORKSHEET'
                                      TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-SAMPLE-MONTH       TO WS-PRM-MONTH.
           MOVE WS-CONF-LEVEL         TO WS-PRM-CONF.
           MOVE WS-MARGIN-PCT         TO WS-PRM-MARGIN.
           MOVE WS-POPULATION         TO WS-PRM-POP.
           MOVE WS-STRATUM-COUNT      TO WS-PRM-STRATA.
           MOVE WS-SEED               TO WS-PRM-SEED.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-PARM-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           IF WS-POPULATION = ZERO
              DISPLAY 'AUDSAMP,NO ACCEPTED RRBOUT ROWS - NOTHING '
                      'TO SAMPLE'
              MOVE 4 TO RETURN-CODE
              GO TO 3000-CLOSE
           END-IF.

           OPEN INPUT ACK-MASTER-FILE.
           IF AK-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-ACK-OPEN
           ELSE
              DISPLAY 'AUDSAMP,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM (WS-SEED).
           MOVE 'Y'                   TO WS-RANDOM-FIRST.

           OPEN INPUT RRB-OUTPUT-FILE.
           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ RRB-OUTPUT-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF  RO-REJECT-REASON = SPACE
                   AND RO-SSA-HIC NOT = SPACE
                       PERFORM 3100-CONSIDER-ROW
                          THRU 3100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE RRB-OUTPUT-FILE.

           IF ACK-IS-OPEN
              CLOSE ACK-MASTER-FILE
           END-IF.

       3000-CLOSE.

           MOVE WS-SAMPLED            TO WS-TOT-SAMPLED.
           MOVE WS-DISAGREE           TO WS-TOT-DISAGREE.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           CLOSE WORKSHEET-FILE.

       3000-EXIT.
           EXIT.

       3100-CONSIDER-ROW.

           PERFORM 2100-FIND-STRATUM
              THRU 2100-EXIT.

           IF WS-FOUND-IDX = ZERO
              GO TO 3100-EXIT
           END-IF.

      *    THE FIRST DRAW CAME WITH THE SEED; EVERY LATER ONE CARRIES
      *    THE SEQUENCE ON.

           IF WS-RANDOM-FIRST = 'Y'
              MOVE 'N'                TO WS-RANDOM-FIRST
           ELSE
              COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM
           END-IF.

           IF WS-ST-SELECTED (WS-FOUND-IDX)
                                < WS-ST-ALLOC (WS-FOUND-IDX)
              COMPUTE WS-SLOTS-LEFT =
                      WS-RANDOM-WORK
                    * (WS-ST-POP (WS-FOUND-IDX)
                     - WS-ST-SEEN (WS-FOUND-IDX))
              IF WS-SLOTS-LEFT < WS-ST-ALLOC (WS-FOUND-IDX)
                               - WS-ST-SELECTED (WS-FOUND-IDX)
                 ADD 1                TO WS-ST-SELECTED (WS-FOUND-IDX)
                 PERFORM 3200-RECORD-CASE
                    THRU 3200-EXIT
              END-IF
           END-IF.

           ADD 1                      TO WS-ST-SEEN (WS-FOUND-IDX).

       3100-EXIT.
           EXIT.

      *    ONE SAMPLED CASE - RECOMPUTED, LOOKED UP, WRITTEN, PRINTED.

       3200-RECORD-CASE.

           ADD 1                      TO WS-SAMPLED.

           MOVE RO-RRB-HIC            TO RP-RRB-HIC.
           CALL 'RRBTOSS5' USING WS-RRBTOSSA-PARAMETERS.

           MOVE SPACE                 TO AUDIT-WORKSHEET-REC.
           MOVE 'D'                   TO AW-REC-TYPE.
           MOVE WS-SAMPLE-MONTH       TO AW-MONTH.
           MOVE WS-SAMPLED            TO AW-SEQ.
           MOVE RO-RRB-HIC            TO AW-RRB-HIC.
           MOVE RO-SSA-HIC            TO AW-SENT-SSA-HIC.
           MOVE RP-SSA-HIC            TO AW-RECOMP-SSA-HIC.
           MOVE RP-REJECT-REASON      TO AW-RECOMP-REASON.
           IF  RP-SSA-HIC = RO-SSA-HIC
           AND RP-REJECT-REASON = SPACE
               MOVE 'Y'               TO AW-RECOMP-AGREES
           ELSE
               MOVE 'N'               TO AW-RECOMP-AGREES
               ADD 1                  TO WS-DISAGREE
           END-IF.
           MOVE WS-ST-BIC (WS-FOUND-IDX)
                                      TO AW-BIC.
           MOVE WS-ST-REGION (WS-FOUND-IDX)
                                      TO AW-REGION.
           MOVE WS-ST-POP (WS-FOUND-IDX)
                                      TO AW-STRATUM-POP.
           MOVE WS-ST-ALLOC (WS-FOUND-IDX)
                                      TO AW-STRATUM-SAMPLE.

           IF NOT ACK-IS-OPEN
              MOVE 'U'                TO AW-ACK-STATUS
           ELSE
              MOVE RO-SSA-HIC         TO AK-SSA-HIC
              READ ACK-MASTER-FILE
                INVALID KEY
                  MOVE 'N'            TO AW-ACK-STATUS
                NOT INVALID KEY
                  MOVE AK-ACK-STATUS  TO AW-ACK-STATUS
                  MOVE AK-ACK-REASON  TO AW-ACK-REASON
                  MOVE AK-ACK-DATE    TO AW-ACK-DATE
              END-READ
           END-IF.

           WRITE AUDIT-WORKSHEET-REC.

           MOVE AW-SEQ                TO WS-DTL-SEQ.
           MOVE AW-RRB-HIC            TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-DTL-RRB-HIC.
           MOVE AW-SENT-SSA-HIC       TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-DTL-SENT.
           IF AW-RECOMP-SSA-HIC = SPACE
              MOVE SPACE              TO WS-DTL-RECOMP
              MOVE 'REJECT '          TO WS-DTL-RECOMP (1:7)
              MOVE AW-RECOMP-REASON   TO WS-DTL-RECOMP (8:2)
           ELSE
              MOVE AW-RECOMP-SSA-HIC  TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT (1:11)
                                      TO WS-DTL-RECOMP
           END-IF.
           MOVE AW-RECOMP-AGREES      TO WS-DTL-AGREE.
           MOVE AW-BIC                TO WS-DTL-BIC.
           MOVE AW-REGION             TO WS-DTL-REGION.
           MOVE AW-ACK-STATUS         TO WS-DTL-ACK.
           MOVE AW-ACK-DATE           TO WS-DTL-ACK-DATE.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3200-EXIT.
           EXIT.
