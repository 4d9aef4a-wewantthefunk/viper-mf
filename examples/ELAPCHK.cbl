       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELAPCHK.
       AUTHOR. CHRISTIAN STRAMA.

      * STREAM-END ELAPSED-TIME REGRESSION CHECK FROM THE RUN LEDGER.
      * SLARPT REPORTS THE MONTH AFTER THE FACT AND CAPFCST PROJECTS
      * SLOW GROWTH; NEITHER NOTICES THE NIGHT ONE STEP SUDDENLY RUNS
      * TWICE AS LONG AS USUAL, WHICH IS USUALLY THE FIRST SIGN OF A
      * LOST INDEX, A RUNAWAY INPUT OR A CONTENDED DATASET. STREAMCT
      * RUNS THIS CHECK AT STREAM END, ONCE TONIGHT'S STEPS HAVE ALL
      * WRITTEN THEIR RUNLEDG ROWS, AND IT COMPARES EACH PROGRAM'S
      * RUN TONIGHT AGAINST THAT PROGRAM'S OWN TRAILING BASELINE:
      *
      *   - ELAPSED TIME, START TO END, IN SECONDS
      *   - TIME PER THOUSAND RECORDS READ, WHERE RUNLEDG CARRIES A
      *     COUNT FOR THE STEP - SO A NIGHT THAT IS LONG ONLY
      *     BECAUSE THE VOLUME WAS LONG CAN BE TOLD FROM A STEP THAT
      *     HAS GOT SLOWER AT THE SAME WORK
      *
      * NIGHTS ARE ANCHORED THE SLARPT WAY: AN EXECUTION STARTING
      * BEFORE NOON BELONGS TO THE PREVIOUS CALENDAR DATE'S NIGHT.
      * THE BASELINE IS THE AVERAGE OVER THE PROGRAM'S LAST
      * ELAPNIGHTS COMPARABLE NIGHTS (SITEPARM, DEFAULT 20, AT MOST
      * 30) - A WEEKLY STEP IS COMPARED WITH ITS OWN LAST TWENTY
      * WEEKS, NOT WITH TWENTY CALENDAR NIGHTS. A NIGHT IS COMPARABLE
      * ONLY FOR A CLEAN FIRST RUN, SO THESE NEVER ENTER A BASELINE
      * AND ARE NEVER JUDGED THEMSELVES:
      *
      *   - RESTARTS - A PROGRAM'S SECOND OR LATER RUN IN ONE NIGHT,
      *     AND ANY RUN ON A NIGHT WHEN, OR THE NIGHT AFTER, ABNDLOG
      *     HOLDS AN ABEND INCIDENT FOR THE PROGRAM (A RESUME FROM
      *     CHECKPOINT IS SHORT, AND THE ABENDED RUN NEVER REACHED
      *     RUNLEDGR)
      *   - FAILED RUNS - FINAL SEVERITY 08 OR WORSE
      *   - BTCHTEST REHEARSALS (RUNLEDGR STAMPS THEM 'T') AND RUNS
      *     RRBBKOUT HAS BACKED OUT ('B')
      *
      * A STEP IS FLAGGED WHEN ITS ELAPSED TIME, OR ITS TIME PER
      * THOUSAND, IS BEYOND ELAPMULTPCT PER CENT OF THE BASELINE
      * (DEFAULT 200 - TWICE AS LONG). A STEP NEEDS ELAPMINNGT
      * COMPARABLE NIGHTS (DEFAULT 5) BEFORE IT IS JUDGED AT ALL,
      * AND ONE THAT RAN UNDER ELAPFLOORSEC SECONDS (DEFAULT 120) IS
      * NEVER FLAGGED - A TEN-SECOND STEP TAKING TWENTY IS NOISE.
      *
      * EACH FLAGGED STEP RAISES AN ALERTSUB ALERT AT SEVERITY 4 AND
      * IS APPENDED TO THE ELAPHST HISTORY (ELAPHIST LAYOUT) WITH THE
      * TIMES IT HAS BEEN FLAGGED IN THE LAST 30 DAYS, SO A REPEAT
      * OFFENDER STANDS OUT ON THE ALERT, ON THE HISTORY AND ON THE
      * SHIFTRPT HANDOVER. A RERUN OF THE CHECK FOR THE SAME NIGHT
      * DOES NOT ALERT OR RECORD A STEP A SECOND TIME. THE JOB ENDS
      * AT SEVERITY 4 WHEN ANY STEP WAS FLAGGED.
      *
      * UNDER BTCHTEST THE REHEARSAL'S OWN 'T' RUNS TONIGHT ARE THE
      * ONES JUDGED - STILL AGAINST THE PRODUCTION BASELINES - AND
      * THE HISTORY GOES TO ELAPHSTT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                                  FILE STATUS IS RL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ABEND-LOG-FILE
                                  ASSIGN TO ABNDLOG
                                  FILE STATUS IS AB-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ELAP-HIST-FILE
                                  ASSIGN TO WS-ELAPHST-DSN
                                  FILE STATUS IS EH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

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

       FD  ABEND-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ABEND-LOG-REC.
           05  AB-TIMESTAMP            PIC  X(26).
           05  FILLER                  PIC  X(02).
           05  AB-PROGRAM-NAME         PIC  X(08).
           05  FILLER                  PIC  X(44).

       FD  ELAP-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY ELAPHIST.

       WORKING-STORAGE SECTION.

       01  RL-FILE-STATUS              PIC  X(02).
       01  AB-FILE-STATUS              PIC  X(02).
       01  EH-FILE-STATUS              PIC  X(02).

       01  WS-ELAPHST-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-NO-MORE-RL           PIC X(01)  VALUE 'N'.
               88  END-OF-LEDGER                  VALUE 'Y'.
           05  WS-NO-MORE-AB           PIC X(01)  VALUE 'N'.
               88  END-OF-ABENDS                  VALUE 'Y'.
           05  WS-NO-MORE-EH           PIC X(01)  VALUE 'N'.
               88  END-OF-HISTORY                 VALUE 'Y'.
           05  WS-ROW-IS-RESTART       PIC X(01)  VALUE 'N'.
               88  ROW-IS-RESTART                 VALUE 'Y'.
           05  WS-ABEND-TABLE-FULL     PIC X(01)  VALUE 'N'.
           05  WS-PROGRAM-TABLE-FULL   PIC X(01)  VALUE 'N'.
           05  WS-HIST-OPEN            PIC X(01)  VALUE 'N'.
               88  HIST-OPEN                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-RUNS-EXCLUDED        PIC 9(09)  VALUE ZERO.
           05  WS-RUNS-IN-BASELINES    PIC 9(09)  VALUE ZERO.
           05  WS-ABENDS-LOADED        PIC 9(05)  VALUE ZERO.
           05  WS-STEPS-TONIGHT        PIC 9(05)  VALUE ZERO.
           05  WS-STEPS-JUDGED         PIC 9(05)  VALUE ZERO.
           05  WS-STEPS-TOO-NEW        PIC 9(05)  VALUE ZERO.
           05  WS-STEPS-FLAGGED        PIC 9(05)  VALUE ZERO.
           05  WS-STEPS-ALREADY-ON-FILE
                                       PIC 9(05)  VALUE ZERO.

      *    SITE KNOBS, FROM SITEPARM THROUGH GETPARM.

       01  WS-BASE-NIGHTS-MAX          PIC 9(02)  VALUE 20.
       01  WS-MULTIPLE-PCT             PIC 9(05)  VALUE 200.
       01  WS-FLOOR-SECS               PIC 9(07)  VALUE 120.
       01  WS-MIN-NIGHTS               PIC 9(02)  VALUE 5.

      *    HOW FAR BACK THE HISTORY IS READ FOR THE REPEAT COUNT.

       01  WS-REPEAT-WINDOW-DAYS       PIC 9(03)  VALUE 030.

       01  WS-RUN-START-TIMESTAMP      PIC X(26)  VALUE SPACE.

       01  WS-STAMP-WORK               PIC X(26)  VALUE SPACE.
       01  WS-STAMP-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-STAMP-SECONDS            PIC S9(09) VALUE ZERO.
       01  WS-STAMP-INT                PIC S9(09) VALUE ZERO.
       01  WS-NIGHT-INT                PIC S9(09) VALUE ZERO.
       01  WS-TONIGHT-INT              PIC S9(09) VALUE ZERO.
       01  WS-TONIGHT-DATE             PIC 9(08)  VALUE ZERO.
       01  WS-REPEAT-FLOOR-INT         PIC S9(09) VALUE ZERO.
       01  WS-START-SECONDS            PIC S9(09) VALUE ZERO.
       01  WS-END-SECONDS              PIC S9(09) VALUE ZERO.
       01  WS-ELAPSED                  PIC S9(09) VALUE ZERO.
       01  WS-RATE                     PIC 9(07)V99 VALUE ZERO.
       01  WS-HIST-DATE                PIC 9(08)  VALUE ZERO.

      *    ABEND INCIDENTS, BY PROGRAM AND ANCHOR NIGHT. THE LOG IS
      *    APPEND-FOREVER, SO ONLY THE LAST YEAR'S INCIDENTS ARE
      *    KEPT; ANY PAST THE TABLE ARE DROPPED WITH A MESSAGE.

       01  WS-ABEND-COUNT              PIC 9(03)  VALUE ZERO.
       01  WS-ABEND-TABLE.
           05  WS-ABD-ENTRY            OCCURS 300 TIMES.
               10  WS-ABD-PROGRAM      PIC  X(08).
               10  WS-ABD-NIGHT-INT    PIC S9(09).

      *    ONE ENTRY PER PROGRAM ON THE LEDGER. THE RING HOLDS THE
      *    PROGRAM'S LAST WS-BASE-NIGHTS-MAX COMPARABLE NIGHTS; A RATE
      *    OF ZERO MEANS THAT NIGHT'S ROW CARRIED NO RECORD COUNT.

       01  WS-PROGRAM-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-ENTRY            OCCURS 200 TIMES.
               10  WS-PGM-NAME         PIC  X(08).
               10  WS-PGM-LAST-NIGHT   PIC S9(09).
               10  WS-PGM-RING-COUNT   PIC  9(02).
               10  WS-PGM-RING-NEXT    PIC  9(02).
               10  WS-PGM-RING         OCCURS 30 TIMES.
                   15  WS-PGM-R-ELAPSED
                                       PIC  9(07).
                   15  WS-PGM-R-RATE   PIC  9(07)V99.
               10  WS-PGM-TONIGHT      PIC  X(01).
                   88  PGM-RAN-TONIGHT            VALUE 'Y'.
               10  WS-PGM-TN-ELAPSED   PIC  9(07).
               10  WS-PGM-TN-RATE      PIC  9(07)V99.
               10  WS-PGM-RECENT-FLAGS PIC  9(03).
               10  WS-PGM-ON-FILE      PIC  X(01).
                   88  PGM-ALREADY-ON-FILE        VALUE 'Y'.

       01  WS-PGM-IDX                  PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(03)  VALUE ZERO.
       01  WS-ABD-IDX                  PIC 9(03)  VALUE ZERO.
       01  WS-RING-IDX                 PIC 9(02)  VALUE ZERO.

      *    THE BASELINE FOR THE STEP BEING JUDGED.

       01  WS-ELAPSED-SUM              PIC 9(11)  VALUE ZERO.
       01  WS-RATE-SUM                 PIC 9(11)V99 VALUE ZERO.
       01  WS-RATE-NIGHTS              PIC 9(02)  VALUE ZERO.
       01  WS-BASE-ELAPSED             PIC 9(07)  VALUE ZERO.
       01  WS-BASE-RATE                PIC 9(07)V99 VALUE ZERO.
       01  WS-ELAPSED-PCT              PIC 9(09)  VALUE ZERO.
       01  WS-RATE-PCT                 PIC 9(09)  VALUE ZERO.
       01  WS-WORST-PCT                PIC 9(09)  VALUE ZERO.
       01  WS-TRIPPED-ON               PIC X(01)  VALUE SPACE.

       01  WS-ALERT-TEXT.
           05  FILLER              PIC X(05)  VALUE 'STEP '.
           05  WS-ALT-PROGRAM      PIC X(08).
           05  FILLER              PIC X(05)  VALUE ' RAN '.
           05  WS-ALT-PCT          PIC ZZZZ9.
           05  FILLER              PIC X(15)  VALUE '% OF BASELINE, '.
           05  WS-ALT-REPEATS      PIC ZZ9.
           05  FILLER              PIC X(19)  VALUE
               ' FLAG(S) IN 30 DAYS'.

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

      *    PARAMETERS FOR ALERTSUB - SAME LAYOUT AS ALERTSUB'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-ALERTSUB-PARAMETERS.
           05  AP-SOURCE-PGM           PIC  X(08).
           05  AP-SEVERITY             PIC  9(02).
           05  AP-ALERT-TEXT           PIC  X(60).
           05  AP-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR RUNLEDGR - SAME LAYOUT AS RUNLEDGR'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RUNLEDGR-PARAMETERS.
           05  RL-PROGRAM              PIC  X(08).
           05  RL-START-TIMESTAMP      PIC  X(26).
           05  RL-INPUT-DDNAME         PIC  X(08).
           05  RL-RECORDS-READ         PIC  9(09).
           05  RL-RECORDS-ACCEPTED     PIC  9(09).
           05  RL-RECORDS-REJECTED     PIC  9(09).
           05  RL-SEVERITY             PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'ELAPHSTT'          TO  WS-ELAPHST-DSN
           ELSE
               MOVE  'ELAPHST '          TO  WS-ELAPHST-DSN
           END-IF.

           PERFORM 1000-SET-LIMITS
              THRU 1000-EXIT.

      *    TONIGHT IS THE NIGHT THE CHECK ITSELF IS RUNNING IN.

           MOVE WS-RUN-START-TIMESTAMP TO WS-STAMP-WORK.
           PERFORM 2500-STAMP-TO-NIGHT
              THRU 2500-EXIT.
           MOVE WS-NIGHT-INT          TO WS-TONIGHT-INT.
           MOVE FUNCTION DATE-OF-INTEGER (WS-TONIGHT-INT)
                                      TO WS-TONIGHT-DATE.
           COMPUTE WS-REPEAT-FLOOR-INT =
              WS-TONIGHT-INT - WS-REPEAT-WINDOW-DAYS + 1.

           PERFORM 1500-LOAD-ABENDS
              THRU 1500-EXIT.

           PERFORM 2000-SWEEP-LEDGER
              THRU 2000-EXIT.

           PERFORM 3000-READ-HISTORY
              THRU 3000-EXIT.

           PERFORM 4000-JUDGE-TONIGHT
              THRU 4000-EXIT.

           DISPLAY 'ELAPCHK,NIGHT CHECKED,' WS-TONIGHT-DATE.
           DISPLAY 'ELAPCHK,LEDGER RECORDS READ,' WS-LEDGER-READ.
           DISPLAY 'ELAPCHK,RUNS EXCLUDED,' WS-RUNS-EXCLUDED.
           DISPLAY 'ELAPCHK,RUNS IN BASELINES,'
                   WS-RUNS-IN-BASELINES.
           DISPLAY 'ELAPCHK,ABEND INCIDENTS CONSIDERED,'
                   WS-ABENDS-LOADED.
           DISPLAY 'ELAPCHK,STEPS RUN TONIGHT,' WS-STEPS-TONIGHT.
           DISPLAY 'ELAPCHK,STEPS WITH TOO FEW NIGHTS,'
                   WS-STEPS-TOO-NEW.
           DISPLAY 'ELAPCHK,STEPS JUDGED,' WS-STEPS-JUDGED.
           DISPLAY 'ELAPCHK,STEPS FLAGGED,' WS-STEPS-FLAGGED.
           DISPLAY 'ELAPCHK,FLAGS ALREADY ON FILE,'
                   WS-STEPS-ALREADY-ON-FILE.

           PERFORM 8000-RECORD-LEDGER
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS STREAM-END CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    THE SITE KNOBS. A VALUE OUTSIDE ITS RANGE FALLS BACK TO THE
      *    SHIPPED DEFAULT WITH A MESSAGE, THE STRMHOLDPOLL WAY.

       1000-SET-LIMITS.

           MOVE 'ELAPNIGHTS  '        TO PM-NAME.
           MOVE '20'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE >= 1
           AND PM-NUMERIC-VALUE <= 30
               MOVE PM-NUMERIC-VALUE  TO WS-BASE-NIGHTS-MAX
           ELSE
               DISPLAY 'ELAPCHK,ELAPNIGHTS NOT 1-30,USING 20,'
                       PM-NUMERIC-VALUE
           END-IF.

           MOVE 'ELAPMULTPCT '        TO PM-NAME.
           MOVE '200'                 TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE >= 101
           AND PM-NUMERIC-VALUE <= 10000
               MOVE PM-NUMERIC-VALUE  TO WS-MULTIPLE-PCT
           ELSE
               DISPLAY 'ELAPCHK,ELAPMULTPCT NOT 101-10000,USING 200,'
                       PM-NUMERIC-VALUE
           END-IF.

           MOVE 'ELAPFLOORSEC'        TO PM-NAME.
           MOVE '120'                 TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE <= 86400
              MOVE PM-NUMERIC-VALUE   TO WS-FLOOR-SECS
           ELSE
              DISPLAY 'ELAPCHK,ELAPFLOORSEC NOT 0-86400,USING 120,'
                      PM-NUMERIC-VALUE
           END-IF.

           MOVE 'ELAPMINNGT  '        TO PM-NAME.
           MOVE '5'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE >= 1
           AND PM-NUMERIC-VALUE <= 30
               MOVE PM-NUMERIC-VALUE  TO WS-MIN-NIGHTS
           ELSE
               DISPLAY 'ELAPCHK,ELAPMINNGT NOT 1-30,USING 5,'
                       PM-NUMERIC-VALUE
           END-IF.

      *    A STEP CANNOT NEED MORE NIGHTS THAN ITS BASELINE HOLDS.

           IF WS-MIN-NIGHTS > WS-BASE-NIGHTS-MAX
              DISPLAY 'ELAPCHK,ELAPMINNGT ABOVE ELAPNIGHTS,USING '
                      WS-BASE-NIGHTS-MAX
              MOVE WS-BASE-NIGHTS-MAX TO WS-MIN-NIGHTS
           END-IF.

       1000-EXIT.
           EXIT.

      *    ABEND INCIDENTS FROM THE LAST YEAR, ANCHORED TO THEIR NIGHT.
      *    NO ABNDLOG AT ALL SIMPLY MEANS NOTHING HAS ABENDED.

       1500-LOAD-ABENDS.

           OPEN INPUT ABEND-LOG-FILE.

           IF AB-FILE-STATUS NOT = '00'
              CLOSE ABEND-LOG-FILE
              GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL END-OF-ABENDS
               READ ABEND-LOG-FILE
                 AT END
                   MOVE 'Y' TO WS-NO-MORE-AB
                 NOT AT END
                   IF AB-TIMESTAMP (1:14) NUMERIC
                      MOVE AB-TIMESTAMP TO WS-STAMP-WORK
                      PERFORM 2500-STAMP-TO-NIGHT
                         THRU 2500-EXIT
                      IF WS-NIGHT-INT >= WS-TONIGHT-INT - 366
                         PERFORM 1600-ADD-ABEND
                            THRU 1600-EXIT
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ABEND-LOG-FILE.

       1500-EXIT.
           EXIT.

       1600-ADD-ABEND.

           IF WS-ABEND-COUNT >= 300
              IF WS-ABEND-TABLE-FULL NOT = 'Y'
                 DISPLAY 'ELAPCHK,ABEND TABLE FULL,LATER INCIDENTS '
                         'NOT CONSIDERED'
                 MOVE 'Y'             TO WS-ABEND-TABLE-FULL
              END-IF
              GO TO 1600-EXIT
           END-IF.

           ADD 1                      TO WS-ABEND-COUNT.
           MOVE AB-PROGRAM-NAME       TO
                WS-ABD-PROGRAM (WS-ABEND-COUNT).
           MOVE WS-NIGHT-INT          TO
                WS-ABD-NIGHT-INT (WS-ABEND-COUNT).
           ADD 1                      TO WS-ABENDS-LOADED.

       1600-EXIT.
           EXIT.

       2000-SWEEP-LEDGER.

           OPEN INPUT RUN-LEDGER-FILE.

           IF RL-FILE-STATUS NOT = '00'
              DISPLAY 'ELAPCHK,UNABLE TO OPEN RUNLEDG,'
                      RL-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE
                 AT END
                   MOVE 'Y' TO WS-NO-MORE-RL
                 NOT AT END
                   ADD 1 TO WS-LEDGER-READ
                   PERFORM 2100-PLACE-ONE-EXECUTION
                      THRU 2100-EXIT
               END-READ
           END-PERFORM.

           CLOSE RUN-LEDGER-FILE.

       2000-EXIT.
           EXIT.

      *    THE LEDGER IS APPENDED AT END OF JOB, SO A PROGRAM'S ROWS
      *    ARRIVE IN THE ORDER ITS EXECUTIONS FINISHED - THE FIRST
      *    ROW SEEN FOR A PROGRAM IN A NIGHT IS THAT NIGHT'S FIRST RUN.
      *    A REHEARSAL IS SET ASIDE BEFORE THAT TEST IS MADE, SO AN
      *    AFTERNOON BTCHTEST RUN NEVER MAKES THE NIGHT'S PRODUCTION
      *    RUN LOOK LIKE A RESTART.

       2100-PLACE-ONE-EXECUTION.

           IF  RL-REC-START (1:14) NOT NUMERIC
           OR  RL-REC-END (1:14) NOT NUMERIC
           OR  RL-REC-BACKOUT-FLAG = 'B'
               ADD 1                  TO WS-RUNS-EXCLUDED
               GO TO 2100-EXIT
           END-IF.

           MOVE RL-REC-START          TO WS-STAMP-WORK.
           PERFORM 2500-STAMP-TO-NIGHT
              THRU 2500-EXIT.
           COMPUTE WS-START-SECONDS =
              ((WS-STAMP-INT - WS-NIGHT-INT) * 86400)
              + WS-STAMP-SECONDS.

           MOVE RL-REC-END            TO WS-STAMP-WORK.
           PERFORM 2550-STAMP-TO-SECONDS
              THRU 2550-EXIT.
           COMPUTE WS-END-SECONDS =
              ((WS-STAMP-INT - WS-NIGHT-INT) * 86400)
              + WS-STAMP-SECONDS.

           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS.

           IF  WS-ELAPSED < ZERO
           OR  WS-ELAPSED > 9999999
           OR  WS-NIGHT-INT > WS-TONIGHT-INT
               ADD 1                  TO WS-RUNS-EXCLUDED
               GO TO 2100-EXIT
           END-IF.

      *    OUTSIDE TEST MODE A REHEARSAL COUNTS FOR NOTHING; UNDER
      *    BTCHTEST ONLY TONIGHT'S REHEARSAL RUNS ARE JUDGED, AND
      *    TONIGHT'S PRODUCTION RUNS ARE LEFT ALONE.

           IF RL-REC-BACKOUT-FLAG = 'T'
              IF  WS-TEST-MODE-OFF
              OR  WS-NIGHT-INT NOT = WS-TONIGHT-INT
                  ADD 1               TO WS-RUNS-EXCLUDED
                  GO TO 2100-EXIT
              END-IF
           ELSE
              IF  WS-TEST-MODE-ON
              AND WS-NIGHT-INT = WS-TONIGHT-INT
                  ADD 1               TO WS-RUNS-EXCLUDED
                  GO TO 2100-EXIT
              END-IF
           END-IF.

           PERFORM 2200-FIND-OR-ADD-PROGRAM
              THRU 2200-EXIT.

           IF WS-FOUND-IDX = ZERO
              ADD 1                   TO WS-RUNS-EXCLUDED
              GO TO 2100-EXIT
           END-IF.

           IF WS-NIGHT-INT <= WS-PGM-LAST-NIGHT (WS-FOUND-IDX)
              ADD 1                   TO WS-RUNS-EXCLUDED
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-NIGHT-INT          TO
                WS-PGM-LAST-NIGHT (WS-FOUND-IDX).

           PERFORM 2300-CHECK-RESTART
              THRU 2300-EXIT.

           IF  ROW-IS-RESTART
           OR  RL-REC-SEVERITY >= 08
               ADD 1                  TO WS-RUNS-EXCLUDED
               GO TO 2100-EXIT
           END-IF.

           IF RL-REC-RECORDS-READ > ZERO
              COMPUTE WS-RATE ROUNDED =
                 (WS-ELAPSED * 1000) / RL-REC-RECORDS-READ
                 ON SIZE ERROR
                   MOVE 9999999.99    TO WS-RATE
              END-COMPUTE
           ELSE
              MOVE ZERO               TO WS-RATE
           END-IF.

           IF WS-NIGHT-INT = WS-TONIGHT-INT
              MOVE 'Y'                TO WS-PGM-TONIGHT (WS-FOUND-IDX)
              MOVE WS-ELAPSED         TO
                   WS-PGM-TN-ELAPSED (WS-FOUND-IDX)
              MOVE WS-RATE            TO WS-PGM-TN-RATE (WS-FOUND-IDX)
              ADD 1                   TO WS-STEPS-TONIGHT
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2400-ADD-TO-BASELINE
              THRU 2400-EXIT.

       2100-EXIT.
           EXIT.

       2200-FIND-OR-ADD-PROGRAM.

           PERFORM 3100-FIND-PROGRAM
              THRU 3100-EXIT.

           IF WS-FOUND-IDX NOT = ZERO
              GO TO 2200-EXIT
           END-IF.

           IF WS-PROGRAM-COUNT >= 200
              IF WS-PROGRAM-TABLE-FULL NOT = 'Y'
                 DISPLAY 'ELAPCHK,PROGRAM TABLE FULL,LATER PROGRAMS '
                         'NOT CHECKED'
                 MOVE 'Y'             TO WS-PROGRAM-TABLE-FULL
              END-IF
              GO TO 2200-EXIT
           END-IF.

           ADD 1                      TO WS-PROGRAM-COUNT.
           MOVE WS-PROGRAM-COUNT      TO WS-FOUND-IDX.
           MOVE RL-REC-PROGRAM        TO WS-PGM-NAME (WS-FOUND-IDX).
           MOVE ZERO                  TO
                WS-PGM-LAST-NIGHT (WS-FOUND-IDX)
                WS-PGM-RING-COUNT (WS-FOUND-IDX)
                WS-PGM-RING-NEXT (WS-FOUND-IDX)
                WS-PGM-TN-ELAPSED (WS-FOUND-IDX)
                WS-PGM-TN-RATE (WS-FOUND-IDX)
                WS-PGM-RECENT-FLAGS (WS-FOUND-IDX).
           MOVE 'N'                   TO
                WS-PGM-TONIGHT (WS-FOUND-IDX)
                WS-PGM-ON-FILE (WS-FOUND-IDX).

       2200-EXIT.
           EXIT.

      *    AN ABEND INCIDENT FOR THE PROGRAM ON THIS NIGHT OR THE ONE
      *    BEFORE MAKES THIS RUN A RESTART - EITHER THE OPERATOR'S
      *    SAME-NIGHT RESUME OR STREAMCT'S AUTOMATIC ONE NEXT NIGHT.

       2300-CHECK-RESTART.

           MOVE 'N'                   TO WS-ROW-IS-RESTART.

           PERFORM VARYING WS-ABD-IDX FROM 1 BY 1
                     UNTIL WS-ABD-IDX > WS-ABEND-COUNT
                        OR ROW-IS-RESTART
               IF  WS-ABD-PROGRAM (WS-ABD-IDX) = RL-REC-PROGRAM
               AND (WS-ABD-NIGHT-INT (WS-ABD-IDX) = WS-NIGHT-INT
                OR  WS-ABD-NIGHT-INT (WS-ABD-IDX) = WS-NIGHT-INT - 1)
                   MOVE 'Y'           TO WS-ROW-IS-RESTART
               END-IF
           END-PERFORM.

       2300-EXIT.
           EXIT.

      *    ONE COMPARABLE NIGHT INTO THE PROGRAM'S RING, OVERWRITING
      *    THE OLDEST ONCE THE RING HOLDS ELAPNIGHTS OF THEM.

       2400-ADD-TO-BASELINE.

           ADD 1 TO WS-PGM-RING-NEXT (WS-FOUND-IDX).
           IF WS-PGM-RING-NEXT (WS-FOUND-IDX) > WS-BASE-NIGHTS-MAX
              MOVE 1 TO WS-PGM-RING-NEXT (WS-FOUND-IDX)
           END-IF.
           MOVE WS-PGM-RING-NEXT (WS-FOUND-IDX) TO WS-RING-IDX.

           MOVE WS-ELAPSED            TO
                WS-PGM-R-ELAPSED (WS-FOUND-IDX WS-RING-IDX).
           MOVE WS-RATE               TO
                WS-PGM-R-RATE (WS-FOUND-IDX WS-RING-IDX).

           IF WS-PGM-RING-COUNT (WS-FOUND-IDX) < WS-BASE-NIGHTS-MAX
              ADD 1 TO WS-PGM-RING-COUNT (WS-FOUND-IDX)
           END-IF.

           ADD 1                      TO WS-RUNS-IN-BASELINES.

       2400-EXIT.
           EXIT.

      *    THE NIGHT ANCHOR - START DATE, ROLLED BACK A DAY FOR THE
      *    SMALL-HOURS TAIL - THE SAME RULE AS SLARPT.

       2500-STAMP-TO-NIGHT.

           PERFORM 2550-STAMP-TO-SECONDS
              THRU 2550-EXIT.
           MOVE WS-STAMP-INT          TO WS-NIGHT-INT.
           IF WS-STAMP-WORK (9:2) < '12'
              SUBTRACT 1 FROM WS-NIGHT-INT
           END-IF.

       2500-EXIT.
           EXIT.

      *    BREAKS A LEDGER TIMESTAMP (CURRENT-DATE SHAPE) INTO ITS
      *    DAY INTEGER AND SECONDS PAST MIDNIGHT.

       2550-STAMP-TO-SECONDS.

           MOVE WS-STAMP-WORK (1:8)   TO WS-STAMP-DATE.
           MOVE FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
                                      TO WS-STAMP-INT.
           COMPUTE WS-STAMP-SECONDS =
              (FUNCTION NUMVAL (WS-STAMP-WORK (9:2)) * 3600)
              + (FUNCTION NUMVAL (WS-STAMP-WORK (11:2)) * 60)
              + FUNCTION NUMVAL (WS-STAMP-WORK (13:2)).

       2550-EXIT.
           EXIT.

      *    THE FLAGS ALREADY ON THE HISTORY - EARLIER ONES IN THE
      *    REPEAT WINDOW ARE COUNTED, AND ONE FOR TONIGHT MEANS THE
      *    CHECK HAS ALREADY REPORTED THAT STEP.

       3000-READ-HISTORY.

           OPEN INPUT ELAP-HIST-FILE.

           IF EH-FILE-STATUS NOT = '00'
              CLOSE ELAP-HIST-FILE
              GO TO 3000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-HISTORY
               READ ELAP-HIST-FILE
                 AT END
                   MOVE 'Y' TO WS-NO-MORE-EH
                 NOT AT END
                   IF EH-NIGHT-DATE NUMERIC
                      MOVE EH-NIGHT-DATE TO WS-HIST-DATE
                      COMPUTE WS-NIGHT-INT =
                         FUNCTION INTEGER-OF-DATE (WS-HIST-DATE)
                      IF  WS-NIGHT-INT >= WS-REPEAT-FLOOR-INT
                      AND WS-NIGHT-INT <= WS-TONIGHT-INT
                          PERFORM 3200-COUNT-ONE-FLAG
                             THRU 3200-EXIT
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ELAP-HIST-FILE.

       3000-EXIT.
           EXIT.

      *    LOOKS UP RL-REC-PROGRAM - OR, FOR A HISTORY ROW, EH-PROGRAM
      *    MOVED THERE - IN THE PROGRAM TABLE. ZERO WHEN ABSENT.

       3100-FIND-PROGRAM.

           MOVE ZERO                  TO WS-FOUND-IDX.

           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                     UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
                        OR WS-FOUND-IDX NOT = ZERO
               IF WS-PGM-NAME (WS-PGM-IDX) = RL-REC-PROGRAM
                  MOVE WS-PGM-IDX     TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       3100-EXIT.
           EXIT.

       3200-COUNT-ONE-FLAG.

           MOVE EH-PROGRAM            TO RL-REC-PROGRAM.
           PERFORM 3100-FIND-PROGRAM
              THRU 3100-EXIT.

      *    A STEP NOT ON THE LEDGER CANNOT BE FLAGGED TONIGHT.

           IF WS-FOUND-IDX = ZERO
              GO TO 3200-EXIT
           END-IF.

           IF WS-NIGHT-INT = WS-TONIGHT-INT
              MOVE 'Y'                TO WS-PGM-ON-FILE (WS-FOUND-IDX)
           ELSE
              IF WS-PGM-RECENT-FLAGS (WS-FOUND-IDX) < 998
                 ADD 1 TO WS-PGM-RECENT-FLAGS (WS-FOUND-IDX)
              END-IF
           END-IF.

       3200-EXIT.
           EXIT.

       4000-JUDGE-TONIGHT.

           IF WS-STEPS-TONIGHT = ZERO
              DISPLAY 'ELAPCHK,NO COMPARABLE STEP RUNS TONIGHT'
              GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND ELAP-HIST-FILE.

      *    AN OPTIONAL FILE'S FIRST-EVER EXTEND CREATES IT WITH
      *    STATUS '05' - A SUCCESS WITH A NOTE, NOT A REASON TO
      *    REOPEN (WHICH WOULD FAIL 41 AND LOSE THE NIGHT'S ROWS).

           IF  EH-FILE-STATUS NOT = '00'
           AND EH-FILE-STATUS NOT = '05'
               OPEN OUTPUT ELAP-HIST-FILE
           END-IF.

           IF  EH-FILE-STATUS = '00'
           OR  EH-FILE-STATUS = '05'
               MOVE 'Y'               TO WS-HIST-OPEN
           ELSE
               DISPLAY 'ELAPCHK,UNABLE TO OPEN ELAPHST,'
                       EH-FILE-STATUS ',FLAGS ALERTED ONLY'
           END-IF.

           PERFORM 4100-JUDGE-ONE-STEP
              THRU 4100-EXIT
              VARYING WS-PGM-IDX FROM 1 BY 1
              UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT.

           IF HIST-OPEN
              CLOSE ELAP-HIST-FILE
           END-IF.

       4000-EXIT.
           EXIT.

       4100-JUDGE-ONE-STEP.

           IF NOT PGM-RAN-TONIGHT (WS-PGM-IDX)
              GO TO 4100-EXIT
           END-IF.

           IF WS-PGM-RING-COUNT (WS-PGM-IDX) < WS-MIN-NIGHTS
              ADD 1                   TO WS-STEPS-TOO-NEW
              GO TO 4100-EXIT
           END-IF.

           ADD 1                      TO WS-STEPS-JUDGED.

           MOVE ZERO                  TO WS-ELAPSED-SUM
                                         WS-RATE-SUM
                                         WS-RATE-NIGHTS
                                         WS-BASE-RATE
                                         WS-ELAPSED-PCT
                                         WS-RATE-PCT.

           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                     UNTIL WS-RING-IDX > WS-PGM-RING-COUNT (WS-PGM-IDX)
               ADD WS-PGM-R-ELAPSED (WS-PGM-IDX WS-RING-IDX)
                                      TO WS-ELAPSED-SUM
               IF WS-PGM-R-RATE (WS-PGM-IDX WS-RING-IDX) > ZERO
                  ADD WS-PGM-R-RATE (WS-PGM-IDX WS-RING-IDX)
                                      TO WS-RATE-SUM
                  ADD 1               TO WS-RATE-NIGHTS
               END-IF
           END-PERFORM.

           COMPUTE WS-BASE-ELAPSED ROUNDED =
              WS-ELAPSED-SUM / WS-PGM-RING-COUNT (WS-PGM-IDX).

      *    A BASELINE THAT ROUNDS TO NOTHING IS TAKEN AS ONE SECOND;
      *    THE FLOOR BELOW STILL KEEPS SUCH A STEP FROM FLAGGING.

           IF WS-BASE-ELAPSED = ZERO
              MOVE 1                  TO WS-BASE-ELAPSED
           END-IF.

           COMPUTE WS-ELAPSED-PCT ROUNDED =
              (WS-PGM-TN-ELAPSED (WS-PGM-IDX) * 100) / WS-BASE-ELAPSED.

      *    THE RATE IS COMPARED ONLY WHEN TONIGHT'S ROW HAS A COUNT
      *    AND ENOUGH BASELINE NIGHTS DID TOO.

           IF  WS-PGM-TN-RATE (WS-PGM-IDX) > ZERO
           AND WS-RATE-NIGHTS >= WS-MIN-NIGHTS
               COMPUTE WS-BASE-RATE ROUNDED =
                  WS-RATE-SUM / WS-RATE-NIGHTS
               IF WS-BASE-RATE > ZERO
                  COMPUTE WS-RATE-PCT ROUNDED =
                     (WS-PGM-TN-RATE (WS-PGM-IDX) * 100)
                     / WS-BASE-RATE
               END-IF
           END-IF.

           MOVE SPACE                 TO WS-TRIPPED-ON.

           IF WS-PGM-TN-ELAPSED (WS-PGM-IDX) >= WS-FLOOR-SECS
              EVALUATE TRUE
                WHEN WS-ELAPSED-PCT > WS-MULTIPLE-PCT
                 AND WS-RATE-PCT > WS-MULTIPLE-PCT
                  MOVE 'B'            TO WS-TRIPPED-ON
                WHEN WS-ELAPSED-PCT > WS-MULTIPLE-PCT
                  MOVE 'E'            TO WS-TRIPPED-ON
                WHEN WS-RATE-PCT > WS-MULTIPLE-PCT
                  MOVE 'R'            TO WS-TRIPPED-ON
              END-EVALUATE
           END-IF.

           IF WS-TRIPPED-ON = SPACE
              GO TO 4100-EXIT
           END-IF.

           IF PGM-ALREADY-ON-FILE (WS-PGM-IDX)
              ADD 1                   TO WS-STEPS-ALREADY-ON-FILE
              GO TO 4100-EXIT
           END-IF.

           ADD 1                      TO WS-STEPS-FLAGGED.

           PERFORM 4200-RECORD-FLAG
              THRU 4200-EXIT.

       4100-EXIT.
           EXIT.

      *    ONE HISTORY ROW AND ONE ALERT PER FLAGGED STEP. THE ALERT
      *    QUOTES WHICHEVER MEASURE WAS FURTHER OUT.

       4200-RECORD-FLAG.

           MOVE SPACE                 TO ELAP-HISTORY-REC.
           MOVE WS-TONIGHT-DATE       TO EH-NIGHT-DATE.
           MOVE WS-PGM-NAME (WS-PGM-IDX) TO EH-PROGRAM.
           MOVE WS-TRIPPED-ON         TO EH-TRIPPED-ON.
           MOVE WS-PGM-TN-ELAPSED (WS-PGM-IDX) TO EH-ELAPSED-SECS.
           MOVE WS-BASE-ELAPSED       TO EH-BASE-ELAPSED-SECS.
           IF WS-ELAPSED-PCT > 99999
              MOVE 99999              TO EH-ELAPSED-PCT
           ELSE
              MOVE WS-ELAPSED-PCT     TO EH-ELAPSED-PCT
           END-IF.
           MOVE WS-PGM-TN-RATE (WS-PGM-IDX) TO EH-RATE.
           MOVE WS-BASE-RATE          TO EH-BASE-RATE.
           IF WS-RATE-PCT > 99999
              MOVE 99999              TO EH-RATE-PCT
           ELSE
              MOVE WS-RATE-PCT        TO EH-RATE-PCT
           END-IF.
           MOVE WS-PGM-RING-COUNT (WS-PGM-IDX) TO EH-BASE-NIGHTS.
           MOVE WS-MULTIPLE-PCT       TO EH-MULTIPLE-PCT.
           COMPUTE EH-REPEAT-COUNT =
              WS-PGM-RECENT-FLAGS (WS-PGM-IDX) + 1.

           IF HIST-OPEN
              WRITE ELAP-HISTORY-REC
           END-IF.

           IF EH-ELAPSED-PCT > EH-RATE-PCT
              MOVE EH-ELAPSED-PCT     TO WS-WORST-PCT
           ELSE
              MOVE EH-RATE-PCT        TO WS-WORST-PCT
           END-IF.

           DISPLAY 'ELAPCHK,SLOW STEP,' EH-PROGRAM
                   ',TRIPPED ON,' EH-TRIPPED-ON
                   ',PCT OF BASELINE,' WS-WORST-PCT
                   ',FLAGS IN WINDOW,' EH-REPEAT-COUNT.

           MOVE EH-PROGRAM            TO WS-ALT-PROGRAM.
           MOVE WS-WORST-PCT          TO WS-ALT-PCT.
           MOVE EH-REPEAT-COUNT       TO WS-ALT-REPEATS.

           MOVE 'ELAPCHK '            TO AP-SOURCE-PGM.
           MOVE 04                    TO AP-SEVERITY.
           MOVE WS-ALERT-TEXT         TO AP-ALERT-TEXT.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

       4200-EXIT.
           EXIT.

      *    ONE RUN-LEDGER RECORD PER EXECUTION, AND THE SAME SEVERITY
      *    IN THE JOB'S RETURN CODE - A FLAGGED STEP IS A WARNING.

       8000-RECORD-LEDGER.

           MOVE 'ELAPCHK '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
      *    RUNLEDG IS AN APPEND-FOREVER LOG, NOT A GDG IN THE GETDSNS
      *    CATALOG - SPACES SKIPS THE RESOLUTION, THE GDGRETEN WAY.

           MOVE SPACES                TO RL-INPUT-DDNAME.
           MOVE WS-LEDGER-READ        TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED =
                   WS-STEPS-JUDGED - WS-STEPS-FLAGGED.
           MOVE WS-STEPS-FLAGGED      TO RL-RECORDS-REJECTED.
           IF WS-STEPS-FLAGGED > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
