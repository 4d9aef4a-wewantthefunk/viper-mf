       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCLOSE.
       AUTHOR. CHRISTIAN STRAMA.

      * CLOSING REPORT FOR THE MONTHLY CONVERSION AUDIT SAMPLE. AUDSAMP
      * DRAWS THE MONTH'S SAMPLE ONTO THE AUDWKSH WORKSHEET ON THE
      * FIRST BUSINESS DAY OF THE NEXT MONTH; THE REVIEWERS THEN WORK
      * THE CASES AND RECORD EACH VERDICT ON THE AUDSIGN SIGN-OFF
      * FILE:
      *
      *   ROW: MONTH(6) SEQ(4) RESULT(1: P PASS, F FAIL)
      *        REVIEWER(8) REVIEW DATE(8) NOTE(40)
      *
      * A CASE SIGNED MORE THAN ONCE TAKES ITS LAST ROW, SO A SLIP IS
      * CORRECTED BY APPENDING, NEVER BY EDITING. ON THE LAST BUSINESS
      * DAY OF THAT MONTH (STRMSCHD FREQUENCY L) THIS STEP MATCHES THE
      * SIGN-OFFS TO THE WORKSHEET AND PRINTS, THROUGH RPTWRITE:
      *
      *   - THE DRAW (POPULATION, SAMPLE, CONFIDENCE) AND HOW MANY
      *     CASES WERE PASSED, FAILED AND NOT YET REVIEWED;
      *   - THE OBSERVED ERROR RATE OVER THE REVIEWED CASES WITH ITS
      *     WILSON SCORE CONFIDENCE BOUNDS AT THE DRAW'S CONFIDENCE
      *     LEVEL, AND THE SAME PROJECTED ONTO THE POPULATION - THE
      *     ALLOCATION WAS PROPORTIONAL, SO THE SAMPLE WEIGHS ITSELF;
      *   - EVERY FAILED CASE WITH ITS REVIEWER AND NOTE, EVERY CASE
      *     PASSED ALTHOUGH THE INDEPENDENT RECOMPUTE DISAGREED WITH
      *     WHAT WAS SENT, AND EVERY CASE STILL UNREVIEWED.
      *
      * IDENTIFIERS PRINT THROUGH MASKHIC. THE AUDMONTH ENVIRONMENT
      * VARIABLE (YYYYMM) NAMES ANOTHER SAMPLE MONTH TO CLOSE; THE
      * WORKSHEET ON THE DD MUST BE THAT MONTH'S OR THE RUN IS REFUSED
      * WITH RETURN CODE 8. CASES LEFT UNREVIEWED, OR SIGN-OFF ROWS
      * THAT NAME NO CASE OR CARRY NEITHER P NOR F, END THE RUN WITH
      * RETURN CODE 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT WORKSHEET-FILE  ASSIGN TO AUDWKSH
                                  FILE STATUS IS AW-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SIGNOFF-FILE
                                  ASSIGN TO AUDSIGN
                                  FILE STATUS IS AS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  WORKSHEET-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY AUDWREC.

       FD  SIGNOFF-FILE
           RECORD CONTAINS 67 CHARACTERS.

       01  SIGNOFF-REC.
           05  AS-MONTH                PIC  X(06).
           05  AS-SEQ                  PIC  X(04).
           05  AS-SEQ-N  REDEFINES  AS-SEQ
                                       PIC  9(04).
           05  AS-RESULT               PIC  X(01).
               88  AS-PASSED                       VALUE 'P'.
               88  AS-FAILED                       VALUE 'F'.
               88  AS-RESULT-VALID                 VALUE 'P' 'F'.
           05  AS-REVIEWER             PIC  X(08).
           05  AS-REVIEW-DATE          PIC  X(08).
           05  AS-NOTE                 PIC  X(40).

       WORKING-STORAGE SECTION.

       01  AW-FILE-STATUS              PIC  X(02).
       01  AS-FILE-STATUS              PIC  X(02).

       01  WS-FILE-EOF                 PIC  X(01)  VALUE 'N'.
           88  FILE-AT-END                         VALUE 'Y'.

       01  WS-SETUP-FAILED             PIC  X(01)  VALUE 'N'.

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

      *    THE DRAW, FROM THE WORKSHEET'S H ROW.

       01  WS-CONF-LEVEL               PIC  9(02)  VALUE ZERO.
       01  WS-POPULATION               PIC  9(09)  VALUE ZERO.
       01  WS-SAMPLE-SIZE              PIC  9(05)  VALUE ZERO.
       01  WS-Z-VALUE                  PIC  9V999  VALUE 1.960.

      *    ONE ENTRY PER SAMPLED CASE, IN SEQUENCE ORDER, WITH ITS
      *    LATEST SIGN-OFF.

       01  WS-CASE-COUNT               PIC  9(04)  VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY           OCCURS 6000 TIMES.
               10  WS-CS-RRB-HIC       PIC  X(12).
               10  WS-CS-SENT          PIC  X(11).
               10  WS-CS-RECOMP        PIC  X(11).
               10  WS-CS-AGREES        PIC  X(01).
               10  WS-CS-BIC           PIC  X(02).
               10  WS-CS-REGION        PIC  X(03).
               10  WS-CS-ACK           PIC  X(01).
               10  WS-CS-RESULT        PIC  X(01).
               10  WS-CS-REVIEWER      PIC  X(08).
               10  WS-CS-NOTE          PIC  X(40).
       01  WS-CASE-IDX                 PIC  9(04)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SIGNOFFS-READ        PIC  9(07)  VALUE ZERO.
           05  WS-SIGNOFFS-OTHER       PIC  9(07)  VALUE ZERO.
           05  WS-SIGNOFFS-BAD         PIC  9(07)  VALUE ZERO.
           05  WS-REVIEWED             PIC  9(05)  VALUE ZERO.
           05  WS-PASSED               PIC  9(05)  VALUE ZERO.
           05  WS-FAILED               PIC  9(05)  VALUE ZERO.
           05  WS-UNREVIEWED           PIC  9(05)  VALUE ZERO.
           05  WS-PASSED-DISAGREE      PIC  9(05)  VALUE ZERO.

      *    THE ERROR RATE AND ITS WILSON SCORE INTERVAL:
      *      CENTRE = (P + Z2/2N) / (1 + Z2/N)
      *      HALF   = Z * ROOT(P(1-P)/N + Z2/4N2) / (1 + Z2/N)

       01  WS-RATE                     PIC  9V9(08) VALUE ZERO.
       01  WS-Z-SQUARED                PIC  9(02)V9(06) VALUE ZERO.
       01  WS-DENOMINATOR              PIC  9(05)V9(08) VALUE ZERO.
       01  WS-CENTRE                   PIC  9V9(08) VALUE ZERO.
       01  WS-RADICAND                 PIC  9V9(10) VALUE ZERO.
       01  WS-HALF-WIDTH               PIC  9V9(08) VALUE ZERO.
       01  WS-LOWER                    PIC S9V9(08) VALUE ZERO.
       01  WS-UPPER                    PIC S9V9(08) VALUE ZERO.
       01  WS-PROJECTED                PIC  9(09)  VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

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

       01  WS-REPORT-LINE              PIC X(132) VALUE SPACE.

       01  WS-LABEL-LINE.
           05  WS-LBL-TEXT             PIC X(32).
           05  WS-LBL-VALUE            PIC X(40).
           05  FILLER                  PIC X(60)  VALUE SPACE.

       01  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCT-EDIT                 PIC ZZ9.999.
       01  WS-PCT-WORK                 PIC 9(03)V999 VALUE ZERO.

       01  WS-CASE-HEADING.
           05  FILLER              PIC X(06)  VALUE '  SEQ'.
           05  FILLER              PIC X(14)  VALUE 'RRB HIC'.
           05  FILLER              PIC X(13)  VALUE 'SSA HIC SENT'.
           05  FILLER              PIC X(13)  VALUE 'RECOMPUTED'.
           05  FILLER              PIC X(06)  VALUE 'AGREE'.
           05  FILLER              PIC X(05)  VALUE 'BIC'.
           05  FILLER              PIC X(05)  VALUE 'RGN'.
           05  FILLER              PIC X(05)  VALUE 'ACK'.
           05  FILLER              PIC X(10)  VALUE 'REVIEWER'.
           05  FILLER              PIC X(55)  VALUE 'NOTE'.

       01  WS-CASE-LINE.
           05  WS-CSL-SEQ          PIC ZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CSL-RRB-HIC      PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CSL-SENT         PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CSL-RECOMP       PIC X(11).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-CSL-AGREE        PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-CSL-BIC          PIC X(02).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-CSL-REGION       PIC X(03).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-CSL-ACK          PIC X(01).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-CSL-REVIEWER     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CSL-NOTE         PIC X(40).
           05  FILLER              PIC X(15)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              GO TO 0000-STOP
           END-IF.

           PERFORM 2000-APPLY-SIGNOFFS
              THRU 2000-EXIT.

           PERFORM 3000-COMPUTE-RATE
              THRU 3000-EXIT.

           PERFORM 4000-WRITE-REPORT
              THRU 4000-EXIT.

           IF WS-UNREVIEWED > ZERO
           OR WS-SIGNOFFS-BAD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'AUDCLOSE,SAMPLE MONTH,' WS-SAMPLE-MONTH.
           DISPLAY 'AUDCLOSE,CASES,' WS-CASE-COUNT.
           DISPLAY 'AUDCLOSE,PASSED,' WS-PASSED.
           DISPLAY 'AUDCLOSE,FAILED,' WS-FAILED.
           DISPLAY 'AUDCLOSE,UNREVIEWED,' WS-UNREVIEWED.
           DISPLAY 'AUDCLOSE,SIGN-OFFS REJECTED,' WS-SIGNOFFS-BAD.

       0000-STOP.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    THE MONTH TO CLOSE AND ITS WORKSHEET, LOADED WHOLE.

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
               DISPLAY 'AUDCLOSE,AUDMONTH OVERRIDE,' WS-SAMPLE-MONTH
           END-IF.

           OPEN INPUT WORKSHEET-FILE.

           IF AW-FILE-STATUS NOT = '00'
              DISPLAY 'AUDCLOSE,REFUSING TO RUN - UNABLE TO OPEN '
                      'AUDWKSH,' AW-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACE                 TO AUDIT-WORKSHEET-REC.
           READ WORKSHEET-FILE
              AT END CONTINUE
           END-READ.

           IF NOT AW-HEADER
           OR AW-MONTH NOT = WS-SAMPLE-MONTH
              DISPLAY 'AUDCLOSE,REFUSING TO RUN - AUDWKSH IS NOT '
                      'THE WORKSHEET FOR ' WS-SAMPLE-MONTH ','
                      AW-REC-TYPE AW-MONTH
              CLOSE WORKSHEET-FILE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           MOVE AW-H-CONF-LEVEL       TO WS-CONF-LEVEL.
           MOVE AW-H-POPULATION       TO WS-POPULATION.
           MOVE AW-H-SAMPLE-SIZE      TO WS-SAMPLE-SIZE.

           EVALUATE WS-CONF-LEVEL
             WHEN 80  MOVE 1.282      TO WS-Z-VALUE
             WHEN 90  MOVE 1.645      TO WS-Z-VALUE
             WHEN 99  MOVE 2.576      TO WS-Z-VALUE
             WHEN OTHER
                      MOVE 95         TO WS-CONF-LEVEL
                      MOVE 1.960      TO WS-Z-VALUE
           END-EVALUATE.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ WORKSHEET-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF AW-DETAIL
                      PERFORM 1100-LOAD-CASE
                         THRU 1100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE WORKSHEET-FILE.

       1000-EXIT.
           EXIT.

      *    CASES ARRIVE NUMBERED 1 UP, SO A CASE'S SEQUENCE NUMBER IS
      *    ITS TABLE SLOT.

       1100-LOAD-CASE.

           IF AW-SEQ = ZERO
           OR AW-SEQ > 6000
              DISPLAY 'AUDCLOSE,WORKSHEET CASE OUT OF RANGE,' AW-SEQ
              GO TO 1100-EXIT
           END-IF.

           IF AW-SEQ > WS-CASE-COUNT
              MOVE AW-SEQ             TO WS-CASE-COUNT
           END-IF.

           MOVE AW-RRB-HIC            TO WS-CS-RRB-HIC (AW-SEQ).
           MOVE AW-SENT-SSA-HIC       TO WS-CS-SENT (AW-SEQ).
           MOVE AW-RECOMP-SSA-HIC     TO WS-CS-RECOMP (AW-SEQ).
           IF AW-RECOMP-SSA-HIC = SPACE
              MOVE 'REJECT '          TO WS-CS-RECOMP (AW-SEQ) (1:7)
              MOVE AW-RECOMP-REASON   TO WS-CS-RECOMP (AW-SEQ) (8:2)
           END-IF.
           MOVE AW-RECOMP-AGREES      TO WS-CS-AGREES (AW-SEQ).
           MOVE AW-BIC                TO WS-CS-BIC (AW-SEQ).
           MOVE AW-REGION             TO WS-CS-REGION (AW-SEQ).
           MOVE AW-ACK-STATUS         TO WS-CS-ACK (AW-SEQ).
           MOVE SPACE                 TO WS-CS-RESULT (AW-SEQ)
                                         WS-CS-REVIEWER (AW-SEQ)
                                         WS-CS-NOTE (AW-SEQ).

       1100-EXIT.
           EXIT.

      *    THE SIGN-OFFS FOR THIS MONTH, LAST ROW PER CASE WINNING.

       2000-APPLY-SIGNOFFS.

           OPEN INPUT SIGNOFF-FILE.

           IF AS-FILE-STATUS NOT = '00'
              DISPLAY 'AUDCLOSE,NO AUDSIGN SIGN-OFFS,' AS-FILE-STATUS
              GO TO 2000-TALLY
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ SIGNOFF-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   ADD 1              TO WS-SIGNOFFS-READ
                   PERFORM 2100-APPLY-ONE
                      THRU 2100-EXIT
               END-READ
           END-PERFORM.

           CLOSE SIGNOFF-FILE.

       2000-TALLY.

           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                     UNTIL WS-CASE-IDX > WS-CASE-COUNT
               EVALUATE WS-CS-RESULT (WS-CASE-IDX)
                 WHEN 'P'
                   ADD 1              TO WS-PASSED WS-REVIEWED
                   IF WS-CS-AGREES (WS-CASE-IDX) NOT = 'Y'
                      ADD 1           TO WS-PASSED-DISAGREE
                   END-IF
                 WHEN 'F'
                   ADD 1              TO WS-FAILED WS-REVIEWED
                 WHEN OTHER
                   ADD 1              TO WS-UNREVIEWED
               END-EVALUATE
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.

           IF AS-MONTH NOT = WS-SAMPLE-MONTH
              ADD 1                   TO WS-SIGNOFFS-OTHER
              GO TO 2100-EXIT
           END-IF.

           IF AS-SEQ NOT NUMERIC
           OR AS-SEQ-N = ZERO
           OR AS-SEQ-N > WS-CASE-COUNT
           OR NOT AS-RESULT-VALID
              ADD 1                   TO WS-SIGNOFFS-BAD
              DISPLAY 'AUDCLOSE,SIGN-OFF REJECTED,' AS-SEQ ','
                      AS-RESULT ',' AS-REVIEWER
              GO TO 2100-EXIT
           END-IF.

           IF WS-CS-RRB-HIC (AS-SEQ-N) = SPACE
              ADD 1                   TO WS-SIGNOFFS-BAD
              DISPLAY 'AUDCLOSE,SIGN-OFF FOR NO SAMPLED CASE,' AS-SEQ
              GO TO 2100-EXIT
           END-IF.

           MOVE AS-RESULT             TO WS-CS-RESULT (AS-SEQ-N).
           MOVE AS-REVIEWER           TO WS-CS-REVIEWER (AS-SEQ-N).
           MOVE AS-NOTE               TO WS-CS-NOTE (AS-SEQ-N).

       2100-EXIT.
           EXIT.

      *    THE OBSERVED RATE AND ITS BOUNDS, AND THE SAME ON THE
      *    POPULATION. NOTHING REVIEWED, NOTHING TO ESTIMATE.

       3000-COMPUTE-RATE.

           IF WS-REVIEWED = ZERO
              GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-RATE ROUNDED = WS-FAILED / WS-REVIEWED.
           COMPUTE WS-Z-SQUARED ROUNDED = WS-Z-VALUE * WS-Z-VALUE.
           COMPUTE WS-DENOMINATOR ROUNDED =
                   1 + (WS-Z-SQUARED / WS-REVIEWED).
           COMPUTE WS-CENTRE ROUNDED =
                   (WS-RATE + (WS-Z-SQUARED / (2 * WS-REVIEWED)))
                 / WS-DENOMINATOR.
           COMPUTE WS-RADICAND ROUNDED =
                   (WS-RATE * (1 - WS-RATE) / WS-REVIEWED)
                 + (WS-Z-SQUARED
                    / (4 * WS-REVIEWED * WS-REVIEWED)).
           COMPUTE WS-HALF-WIDTH ROUNDED =
                   WS-Z-VALUE * (WS-RADICAND ** 0.5)
                 / WS-DENOMINATOR.

           COMPUTE WS-LOWER = WS-CENTRE - WS-HALF-WIDTH.
           IF WS-LOWER < ZERO
              MOVE ZERO               TO WS-LOWER
           END-IF.
           COMPUTE WS-UPPER = WS-CENTRE + WS-HALF-WIDTH.
           IF WS-UPPER > 1
              MOVE 1                  TO WS-UPPER
           END-IF.

           COMPUTE WS-PROJECTED ROUNDED = WS-RATE * WS-POPULATION.

       3000-EXIT.
           EXIT.

       4000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'AUDCLOSE - CONVERSION AUDIT SAMPLE CLOSING REPORT'
                                      TO RW-TITLE.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE 'SAMPLE MONTH:'       TO WS-LBL-TEXT.
           MOVE WS-SAMPLE-MONTH       TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'CONFIDENCE LEVEL (PCT):' TO WS-LBL-TEXT.
           MOVE WS-CONF-LEVEL         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'ACCEPTED POPULATION:' TO WS-LBL-TEXT.
           MOVE WS-POPULATION         TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'CASES SAMPLED:'      TO WS-LBL-TEXT.
           MOVE WS-CASE-COUNT         TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'PASSED:'             TO WS-LBL-TEXT.
           MOVE WS-PASSED             TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'FAILED:'             TO WS-LBL-TEXT.
           MOVE WS-FAILED             TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'NOT YET REVIEWED:'   TO WS-LBL-TEXT.
           MOVE WS-UNREVIEWED         TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'SIGN-OFF ROWS REJECTED:' TO WS-LBL-TEXT.
           MOVE WS-SIGNOFFS-BAD       TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.

           IF WS-REVIEWED = ZERO
              MOVE 'NO CASES REVIEWED - NO ERROR RATE TO REPORT'
                                      TO WS-REPORT-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           ELSE
              MOVE 'OBSERVED ERROR RATE (PCT):' TO WS-LBL-TEXT
              COMPUTE WS-PCT-WORK ROUNDED = WS-RATE * 100
              MOVE WS-PCT-WORK        TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT        TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'LOWER CONFIDENCE BOUND (PCT):' TO WS-LBL-TEXT
              COMPUTE WS-PCT-WORK ROUNDED = WS-LOWER * 100
              MOVE WS-PCT-WORK        TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT        TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'UPPER CONFIDENCE BOUND (PCT):' TO WS-LBL-TEXT
              COMPUTE WS-PCT-WORK ROUNDED = WS-UPPER * 100
              MOVE WS-PCT-WORK        TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT        TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'PROJECTED POPULATION ERRORS:' TO WS-LBL-TEXT
              MOVE WS-PROJECTED       TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT      TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              IF WS-UNREVIEWED > ZERO
                 MOVE 'RATE IS OVER THE REVIEWED CASES ONLY - THE SAMPL
      -               'E IS NOT COMPLETE'
                                      TO WS-REPORT-LINE
                 PERFORM 7200-WRITE-TEXT
                    THRU 7200-EXIT
              END-IF
           END-IF.

           MOVE 'FAILED CASES'        TO WS-REPORT-LINE.
           PERFORM 4100-WRITE-SECTION
              THRU 4100-EXIT.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                     UNTIL WS-CASE-IDX > WS-CASE-COUNT
               IF WS-CS-RESULT (WS-CASE-IDX) = 'F'
                  PERFORM 4200-WRITE-CASE
                     THRU 4200-EXIT
               END-IF
           END-PERFORM.

           IF WS-PASSED-DISAGREE > ZERO
              MOVE 'PASSED ALTHOUGH THE RECOMPUTE DISAGREED WITH WHAT W
      -            'AS SENT'          TO WS-REPORT-LINE
              PERFORM 4100-WRITE-SECTION
                 THRU 4100-EXIT
              PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                        UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  IF  WS-CS-RESULT (WS-CASE-IDX) = 'P'
                  AND WS-CS-AGREES (WS-CASE-IDX) NOT = 'Y'
                      PERFORM 4200-WRITE-CASE
                         THRU 4200-EXIT
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-UNREVIEWED > ZERO
              MOVE 'NOT YET REVIEWED' TO WS-REPORT-LINE
              PERFORM 4100-WRITE-SECTION
                 THRU 4100-EXIT
              PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                        UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  IF  WS-CS-RESULT (WS-CASE-IDX) = SPACE
                  AND WS-CS-RRB-HIC (WS-CASE-IDX) NOT = SPACE
                      PERFORM 4200-WRITE-CASE
                         THRU 4200-EXIT
                  END-IF
              END-PERFORM
           END-IF.

           MOVE 'END OF CLOSING REPORT' TO WS-REPORT-LINE.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-REPORT-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4000-EXIT.
           EXIT.

       4100-WRITE-SECTION.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           MOVE WS-CASE-HEADING       TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       4100-EXIT.
           EXIT.

       4200-WRITE-CASE.

           MOVE WS-CASE-IDX           TO WS-CSL-SEQ.
           MOVE WS-CS-RRB-HIC (WS-CASE-IDX) TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-CSL-RRB-HIC.
           MOVE WS-CS-SENT (WS-CASE-IDX) TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-CSL-SENT.
           IF WS-CS-RECOMP (WS-CASE-IDX) (1:7) = 'REJECT '
              MOVE WS-CS-RECOMP (WS-CASE-IDX) TO WS-CSL-RECOMP
           ELSE
              MOVE WS-CS-RECOMP (WS-CASE-IDX) TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT (1:11) TO WS-CSL-RECOMP
           END-IF.
           MOVE WS-CS-AGREES (WS-CASE-IDX)   TO WS-CSL-AGREE.
           MOVE WS-CS-BIC (WS-CASE-IDX)      TO WS-CSL-BIC.
           MOVE WS-CS-REGION (WS-CASE-IDX)   TO WS-CSL-REGION.
           MOVE WS-CS-ACK (WS-CASE-IDX)      TO WS-CSL-ACK.
           MOVE WS-CS-REVIEWER (WS-CASE-IDX) TO WS-CSL-REVIEWER.
           MOVE WS-CS-NOTE (WS-CASE-IDX)     TO WS-CSL-NOTE.
           MOVE WS-CASE-LINE                 TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       4200-EXIT.
           EXIT.

       7000-WRITE-LABEL.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-LABEL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO WS-LABEL-LINE.

       7000-EXIT.
           EXIT.

       7100-WRITE-BLANK.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       7100-EXIT.
           EXIT.

       7200-WRITE-TEXT.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-REPORT-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO WS-REPORT-LINE.

       7200-EXIT.
           EXIT.
