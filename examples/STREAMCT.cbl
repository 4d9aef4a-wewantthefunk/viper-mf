      * RECORDED. A CURRENT INCIDENT WITH A ZERO (OR ABSENT)
      * CHECKPOINT IS NOT RESTARTABLE FROM HERE AND HALTS THE STREAM
      * FOR A HUMAN.
      *
      * THE CONTROLLER ALSO OWNS THE CICS BATCH-WINDOW HANDSHAKE THE
      * OPERATOR USED TO DO BY HAND. AT STREAM START IT RUNS
      * XREFSNAP, AND ONLY ONCE THE SNAPSHOT IS PUBLISHED (THE
      * INQUIRY SCREENS ARE OFF THE LIVE MASTERS) DOES IT LINK,
      * THROUGH EXCI, TO THE FILECTL PROGRAM IN THE REGION NAMED BY
      * SITEPARM CICSAPPLID TO CLOSE THE UPDATE-SIDE FILE
      * DEFINITIONS. AT STREAM END IT LINKS AGAIN TO REOPEN THEM,
      * THEN RUNS XREFAUDT, WHOSE CLEAN SIGN-OFF SWITCHES INQSNAP
      * BACK TO LIVE - A HALTED STREAM LEAVES THE SCREENS ON THE
      * SNAPSHOT. BOTH COME BEFORE THE STREAM'S OWN STRMOUT ROW AND
      * THE BUSINESS-DATE ROLL, SO A FAILURE THERE COUNTS IN BOTH.
      * EVERY FILE'S CLOSE AND OPEN IS RECORDED ON STRMOUT UNDER ITS
      * CICS FILE NAME. A SNAPSHOT OR CLOSE THAT FAILS HALTS THE
      * STREAM BEFORE THE CONVERSION (FILECTL HAS ALREADY PUT BACK
      * ANY FILE IT CLOSED), AND A REOPEN THAT FAILS LEAVES THE
      * SCREENS ON THE SNAPSHOT; EITHER WAY AN ALERTSUB ALERT IS
      * RAISED FOR THE DUTY OPERATOR. A BTCHTEST RUN NEVER TOUCHES
      * THE REGION.
      *
      * THE PERIODIC JOBS - THE WEEKLY, MONTHLY AND QUARTERLY REPORTS
      * AND AUDITS - USED TO RUN ONLY WHEN SOMEBODY REMEMBERED TO
      * SUBMIT THEM. THE SITE-MAINTAINED STRMSCHD SCHEDULE GIVES EACH
      * PERIODIC STEP A FREQUENCY:
      *
      *   ROW: STEP(8) SP FREQ(1) SP WEEKDAY(3) SP DESCRIPTION(40)
      *     D - EVERY NIGHT THE STREAM RUNS (BUSINESS DAYS)
      *     W - WEEKLY ON THE WEEKDAY NAMED (MON ... SUN)
      *     F - FIRST BUSINESS DAY OF THE MONTH
      *     L - LAST BUSINESS DAY OF THE MONTH
      *     Q - QUARTER END (LAST BUSINESS DAY OF MAR/JUN/SEP/DEC)
      *
      * DATES ARE RESOLVED THROUGH CMNBDCAL: TONIGHT COVERS THE RUN
      * DATE AND ANY NON-BUSINESS DAYS SINCE THE LAST BUSINESS DAY,
      * SO A WEEKLY STEP WHOSE WEEKDAY FELL ON A HOLIDAY, OR A FIRST-
      * OF-MONTH THAT FELL ON A WEEKEND, IS DUE THE NEXT BUSINESS
      * NIGHT. STEPS DUE RUN AFTER THE NIGHTLY CHAIN, IN SCHEDULE
      * ORDER, UNDER THE SAME SEVERITY CONDITIONING - RC-REJECT OR
      * WORSE HALTS WHAT FOLLOWS. A STEP DUE ON A HALTED NIGHT IS
      * NOT LOST: IT IS RECORDED CARRIED ON STRMOUT WITH THE DATE IT
      * FELL DUE, KEPT ON THE STRMCARY CARRY-FORWARD FILE, AND RUN
      * THE NEXT NIGHT THE STREAM GETS THAT FAR - STILL FLAGGED, ON
      * STRMOUT AND ON THE SHIFTRPT HANDOVER, UNTIL IT RUNS. THE
      * PERIODIC MAINS END IN GOBACK LIKE THE NIGHTLY ONES; A STEP
      * NAME THIS CONTROLLER CANNOT CALL IS RECORDED UNKNOWN.
      *
      * ONCE THE BATCH WINDOW IS OPEN, AND BEFORE THE CONVERSION,
      * THE XTRWATCH CHECK COMPARES THE EXTRACTS THAT ARRIVED
      * AGAINST THE SITE'S XTRSCHD DELIVERY SCHEDULE. EACH REGION IT
      * FINDS MISSING OR STALE (ALREADY ALERTED THROUGH ALERTSUB) IS
      * RECORDED HERE ON STRMOUT AS STEP XTR-<REGION>, SEVERITY 4.
      * THE CHECK NEVER HALTS THE STREAM - RRBDRIVE LEAVES A STALE
      * OPTIONAL REGION OUT AND CONVERTS THE REST.
      *
      * BEFORE ANYTHING ELSE - THE RESTART CHECK AND THE BATCH WINDOW
      * INCLUDED - THE DSNAVAIL CHECK WORKS THROUGH THE SITE'S
      * DSNMANF MANIFEST OF THE DATASETS THE NIGHT NEEDS, RESOLVING
      * EACH THROUGH GETDSNS AND TRIAL-OPENING IT IN THE MODE ITS
      * STEP WILL USE. EACH ONE IT CANNOT HAVE IS RECORDED HERE ON
      * STRMOUT UNDER ITS DDNAME (MISSING OR NOOPEN) - SEVERITY 8
      * FOR A REQUIRED DATASET, 4 FOR AN OPTIONAL ONE. ANY REQUIRED
      * DATASET UNAVAILABLE HALTS THE STREAM THERE, WITH AN ALERTSUB
      * ALERT, SO NO STEP RUNS ONLY TO FAIL PARTWAY THROUGH ON IT.
      *
      * A CONVERSION STOPPED BY RRBDRIVE'S REJECT BREAKER ENDS AT
      * SEVERITY 10 - HELD FOR REVIEW. THAT IS NOT AN ABEND: THE
      * DRIVER LEFT A CLEAN CHECKPOINT MARKED HELD AND HAS ALREADY
      * ALERTED THE REASON MIX. THE STEP IS RECORDED HELD, NOT RAN,
      * AND LIKE ANY SEVERITY 8 OR WORSE IT HALTS THE DEPENDENT
      * STEPS. NO AUTOMATIC RESTART IS TRIED - THE DRIVER REFUSES TO
      * GO PAST A HELD CHECKPOINT UNTIL THE OPERATOR SETS RRBBRKOK.
      *
      * AN OPERATOR CAN ALSO FLAG ANY STEP FOR THE CYCLE FROM THE
      * STRC SCREEN (STRMOPER), WITH A REASON, ONTO THE KEYED
      * STRMFLAG FILE. THE FLAG IS READ AFRESH AT EVERY STEP
      * BOUNDARY, NIGHTLY OR PERIODIC, SO A CHANGE MADE WHILE THE
      * STREAM IS RUNNING STILL TAKES:
      *   H - HOLD. THE STREAM PAUSES BEFORE THE STEP (OPRHOLD,
      *       SEVERITY 4) AND RAISES AN ALERTSUB ALERT, THEN LOOKS
      *       AGAIN EVERY STRMHOLDPOLL SECONDS (DEFAULT 60). ONCE THE
      *       HOLD IS LIFTED IT RECORDS RELEASED AND CARRIES ON UNDER
      *       WHATEVER FLAG NOW STANDS; A HOLD STILL IN PLACE AFTER
      *       STRMHOLDMAX MINUTES (DEFAULT 120) IS RECORDED HOLDTIME
      *       AT SEVERITY 8 AND HALTS THE STREAM LIKE ANY FAILURE. A
      *       HOLD ON A STEP THE STREAM WOULD NOT RUN ANYWAY (IT HAS
      *       ALREADY HALTED) DOES NOT PAUSE.
      *   S - SKIP. THE STEP IS RECORDED OPRSKIP, SEVERITY 4, AND
      *       NOT RUN; THE STREAM CARRIES ON. A SKIPPED PERIODIC STEP
      *       IS DELIBERATELY NOT RUN, SO IT IS NOT CARRIED FORWARD.
      *   F - FORCE. THE STEP RUNS, RECORDED FORCED, EVEN THOUGH AN
      *       UPSTREAM SEVERITY HAS HALTED THE STREAM. THE HALT
      *       STANDS FOR EVERY STEP NOT ITSELF FORCED.
      * A FLAG BINDS ONLY THE CYCLE IT WAS SET FOR. AT STREAM END
      * EVERY FLAG CHANGE MADE FOR THE CYCLE - THE SCREEN'S STRMFLOG
      * CHANGE LOG - IS ALSO RECORDED ON STRMOUT (SETHOLD, SETSKIP,
      * SETFORCE, SETREL) BESIDE WHAT THE CONTROLLER DID ABOUT IT.
      *
      * ONCE EVERY STEP HAS WRITTEN ITS RUNLEDG ROW, THE ELAPCHK
      * CHECK COMPARES EACH STEP'S ELAPSED TIME TONIGHT WITH THAT
      * STEP'S OWN TRAILING BASELINE AND ALERTS ON ANY THAT RAN PAST
      * THE SITE MULTIPLE. IT RUNS ON A HALTED NIGHT TOO - THE STEPS
      * THAT DID RUN ARE STILL WORTH TIMING - AND EACH STEP IT
      * FLAGGED IS RECORDED HERE ON STRMOUT UNDER ITS PROGRAM NAME
      * (SLOWSTEP, SEVERITY 4). LIKE XTRWATCH IT NEVER HALTS THE
      * STREAM OR HOLDS BACK THE BUSINESS-DATE ROLL.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS RV-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE PERIODIC-STEP SCHEDULE AND THE CARRY-FORWARD LIST OF
      *    STEPS STILL OWED FROM A HALTED NIGHT - READ AT START,
      *    REWRITTEN WHOLE AT END.

           SELECT OPTIONAL STREAM-SCHED-FILE
                                  ASSIGN TO STRMSCHD
                                  FILE STATUS IS SS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL STREAM-CARRY-FILE
                                  ASSIGN TO STRMCARY
                                  FILE STATUS IS CY-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE OPERATOR'S STEP FLAGS (KEYED BY STEP, READ AT EACH
      *    STEP BOUNDARY) AND THE DAY'S LOG OF CHANGES TO THEM, BOTH
      *    IN THE STRMFLG SHAPE.

           SELECT OPTIONAL STEP-FLAG-FILE
                                  ASSIGN TO STRMFLAG
                                  ORGANIZATION INDEXED
                                  ACCESS MODE RANDOM
                                  RECORD KEY IS SFF-STEP-NAME
                                  FILE STATUS IS SF-FILE-STATUS.

           SELECT OPTIONAL FLAG-LOG-FILE
                                  ASSIGN TO STRMFLOG
                                  FILE STATUS IS FL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    TONIGHT'S MISSING AND STALE REGIONS, AS XTRWATCH LEFT
      *    THEM.

           SELECT OPTIONAL XTR-EXCEPTION-FILE
                                  ASSIGN TO XTREXCP
                                  FILE STATUS IS XE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    TONIGHT'S UNAVAILABLE DATASETS, AS DSNAVAIL LEFT THEM.

           SELECT OPTIONAL DSN-EXCEPTION-FILE
                                  ASSIGN TO DSNAEXCP
                                  FILE STATUS IS DX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    TONIGHT'S SLOW STEPS, AS ELAPCHK LEFT THEM - THE TEST
      *    HISTORY UNDER BTCHTEST, AS ELAPCHK ITSELF CHOOSES.

           SELECT OPTIONAL ELAP-HIST-FILE
                                  ASSIGN TO WS-ELAPHST-DSN
                                  FILE STATUS IS EH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE INQUIRY-SNAPSHOT CONTROL RECORD XREFSNAP SETS AND
      *    XREFAUDT CLEARS - READ HERE ONLY, TO RECORD WHERE THE
      *    SCREENS WERE LEFT.

           SELECT OPTIONAL SNAP-CTL-FILE
                                  ASSIGN TO INQSNAP
                                  FILE STATUS IS SC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05  SO-DISPOSITION      PIC X(08).
           05  FILLER              PIC X(01).
           05  SO-SEVERITY         PIC 9(02).
           05  FILLER              PIC X(01).
           05  SO-DUE-DATE         PIC X(08).
           05  FILLER              PIC X(02).

       FD  BUSDATE-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  RERUN-OVR-REC           PIC X(08).

       FD  STREAM-SCHED-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  STREAM-SCHED-REC.
           05  SS-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  SS-FREQUENCY        PIC X(01).
               88  SS-DAILY                   VALUE 'D'.
               88  SS-WEEKLY                  VALUE 'W'.
               88  SS-FIRST-OF-MONTH          VALUE 'F'.
               88  SS-LAST-OF-MONTH           VALUE 'L'.
               88  SS-QUARTER-END             VALUE 'Q'.
           05  FILLER              PIC X(01).
           05  SS-WEEKDAY          PIC X(03).
           05  FILLER              PIC X(01).
           05  SS-DESCRIPTION      PIC X(40).
           05  FILLER              PIC X(25).

       FD  STREAM-CARRY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  STREAM-CARRY-REC.
           05  CY-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  CY-DUE-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  CY-NIGHTS           PIC 9(03).
           05  FILLER              PIC X(19).

       FD  XTR-EXCEPTION-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY XTREXCP.

       FD  DSN-EXCEPTION-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY DSNAEXCP.

       FD  SNAP-CTL-FILE
           RECORD CONTAINS 27 CHARACTERS.

       01  SNAP-CTL-REC.
           05  SN-STATUS           PIC X(01).
           05  SN-TIMESTAMP        PIC X(26).

       FD  ELAP-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY ELAPHIST.

      *    BOTH FLAG FILES ARE READ INTO THE STRMFLG LAYOUT IN
      *    WORKING-STORAGE.

       FD  STEP-FLAG-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  STEP-FLAG-FILE-REC.
           05  SFF-STEP-NAME       PIC X(08).
           05  FILLER              PIC X(92).

       FD  FLAG-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  FLAG-LOG-REC            PIC X(100).

       WORKING-STORAGE SECTION.

       01  AB-FILE-STATUS          PIC X(02).
       01  SO-FILE-STATUS          PIC X(02).
       01  BD-FILE-STATUS          PIC X(02).
       01  RV-FILE-STATUS          PIC X(02).
       01  SC-FILE-STATUS          PIC X(02).
       01  SS-FILE-STATUS          PIC X(02).
       01  CY-FILE-STATUS          PIC X(02).
       01  XE-FILE-STATUS          PIC X(02).
       01  DX-FILE-STATUS          PIC X(02).
       01  SF-FILE-STATUS          PIC X(02).
       01  FL-FILE-STATUS          PIC X(02).
       01  EH-FILE-STATUS          PIC X(02).

       01  WS-ELAPHST-DSN          PIC X(08)  VALUE 'ELAPHST '.

       01  WS-RERUN-MARK           PIC X(08)  VALUE SPACE.

           05  WS-STREAM-HALTED    PIC X(01)  VALUE 'N'.
               88  STREAM-HALTED              VALUE 'Y'.
           05  WS-RESTART-DONE     PIC X(01)  VALUE 'N'.
           05  WS-WINDOW-CLOSED    PIC X(01)  VALUE 'N'.
               88  WINDOW-CLOSED              VALUE 'Y'.
           05  NO-MORE-XTR-EXCP    PIC X(01)  VALUE 'N'.
               88  END-OF-XTR-EXCP            VALUE 'Y'.
           05  NO-MORE-DSN-EXCP    PIC X(01)  VALUE 'N'.
               88  END-OF-DSN-EXCP            VALUE 'Y'.
           05  NO-MORE-FLAG-LOG    PIC X(01)  VALUE 'N'.
               88  END-OF-FLAG-LOG            VALUE 'Y'.
           05  NO-MORE-ELAP-HIST   PIC X(01)  VALUE 'N'.
               88  END-OF-ELAP-HIST           VALUE 'Y'.

      *    THE OPERATOR'S FLAG FOR THE STEP AT THE BOUNDARY - SPACE
      *    WHEN NONE IS IN FORCE FOR THIS CYCLE - AND THE HOLD PAUSE.

       01  WS-FLAG-ACTION          PIC X(01)  VALUE SPACE.
           88  FLAG-HOLD                      VALUE 'H'.
           88  FLAG-SKIP                      VALUE 'S'.
           88  FLAG-FORCE                     VALUE 'F'.

       01  WS-WAIT-SECONDS         PIC S9(08) COMP VALUE +60.
       01  WS-HOLD-MAX-SECONDS     PIC 9(07)  VALUE 7200.
       01  WS-HOLD-WAITED          PIC 9(07)  VALUE ZERO.

           COPY STRMFLG.

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACE.

       01  WS-RUN-DATE-NUM         PIC 9(08)  VALUE ZERO.
       01  WS-DATE-INTEGER         PIC S9(08) VALUE ZERO.

      *    THE NIGHT ELAPCHK FILES ITS FLAGS UNDER - THE CLOCK DATE,
      *    ROLLED BACK A DAY BEFORE NOON, THE SLARPT WAY.

       01  WS-CLOCK-STAMP          PIC X(21)  VALUE SPACE.
       01  WS-ELAP-NIGHT-NUM       PIC 9(08)  VALUE ZERO.
       01  WS-ELAP-NIGHT REDEFINES WS-ELAP-NIGHT-NUM
                                   PIC X(08).

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.


       01  WS-STEP-SEVERITY        PIC 9(02)  VALUE ZERO.
       01  WS-WORST-SEVERITY       PIC 9(02)  VALUE ZERO.
       01  WS-STREAM-DISPOSITION   PIC X(08)  VALUE SPACE.
       01  WS-STEP-NAME            PIC X(08)  VALUE SPACE.

       01  WS-STEP-IDX             PIC 9(01)  VALUE ZERO.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-ENTRY       PIC X(08) OCCURS 5 TIMES.

      *    TONIGHT'S PERIODIC STEPS - CARRIED ONES FIRST, WITH THE
      *    DATE THEY FELL DUE AND HOW MANY NIGHTS THEY HAVE WAITED,
      *    THEN THOSE THE SCHEDULE MAKES DUE TONIGHT.

       01  WS-DUE-COUNT            PIC 9(02)  VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY        OCCURS 50 TIMES.
               10  WS-DUE-STEP         PIC X(08).
               10  WS-DUE-DATE         PIC X(08).
               10  WS-DUE-NIGHTS       PIC 9(03).
               10  WS-DUE-CARRY        PIC X(01).
                   88  WS-DUE-STILL-OWED          VALUE 'Y'.

       01  WS-DUE-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(02)  VALUE ZERO.
       01  WS-CARRIED-COUNT        PIC 9(02)  VALUE ZERO.
       01  WS-STEP-IS-DUE          PIC X(01)  VALUE 'N'.

      *    THE DAYS TONIGHT COVERS - THE RUN DATE BACK THROUGH ANY
      *    NON-BUSINESS DAYS SINCE THE PREVIOUS BUSINESS DAY.

       01  WS-WINDOW-START-INT     PIC S9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT         PIC S9(08) VALUE ZERO.
       01  WS-SCAN-INT             PIC S9(08) VALUE ZERO.
       01  WS-SCAN-DATE            PIC 9(08)  VALUE ZERO.
       01  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE
                                   PIC X(08).
       01  WS-SCAN-DONE            PIC X(01)  VALUE 'N'.
       01  WS-DAY-OF-WEEK          PIC 9(01)  VALUE ZERO.
       01  WS-WANTED-WEEKDAY       PIC 9(01)  VALUE ZERO.
       01  WS-LAST-BUSINESS-DAY    PIC X(01)  VALUE 'N'.

       01  WS-WEEKDAY-NAMES        PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME     PIC X(03) OCCURS 7 TIMES.

           COPY WSTMODE.

      *    FILECTL'S COMMAREA - SAME LAYOUT AS FILECTL'S OWN
      *    DFHCOMMAREA, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-FILECTL-AREA.
           05  FC-FUNCTION             PIC X(01).
           05  FC-ALL-DONE             PIC X(01).
           05  FC-FILE-ENTRY           OCCURS 4 TIMES.
               10  FC-FILE-NAME        PIC X(08).
               10  FC-DISPOSITION      PIC X(08).
               10  FC-RESP             PIC 9(08).
               10  FC-RESP2            PIC 9(08).

       01  WS-FILECTL-PGM          PIC X(08)  VALUE 'FILECTL '.
       01  WS-CICS-APPLID          PIC X(08)  VALUE SPACE.
       01  WS-FILE-IDX             PIC 9(01)  VALUE ZERO.

      *    THE EXCI EXEC-LEVEL RETURN AREA.

       01  WS-EXCI-RETCODE.
           05  XR-RESP             PIC S9(08) COMP.
           05  XR-RESP2            PIC S9(08) COMP.
           05  XR-ABCODE           PIC X(04).
           05  XR-MSG-LEN          PIC S9(08) COMP.
           05  XR-MSG-PTR          USAGE POINTER.

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

      *    PARAMETERS FOR FSFREQ'S END-OF-JOB REPORT CALL - SAME
      *    LAYOUT AS FSFREQ'S OWN LINKAGE SECTION.


           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-RUN-DATE.
           MOVE WS-RUN-DATE           TO WS-RUN-DATE-NUM.

           OPEN EXTEND STREAM-OUT-FILE.
           IF SO-FILE-STATUS NOT = '00'
              OPEN OUTPUT STREAM-OUT-FILE
           END-IF.
           MOVE SPACE                 TO STREAM-OUT-REC.

           PERFORM 0500-CHECK-DATASETS
              THRU 0500-EXIT.

           IF NOT STREAM-HALTED
              PERFORM 1000-CHECK-RESTARTABILITY
                 THRU 1000-EXIT
           END-IF.

           IF NOT STREAM-HALTED
              PERFORM 1500-OPEN-BATCH-WINDOW
                 THRU 1500-EXIT
           END-IF.

           IF NOT STREAM-HALTED
              PERFORM 1800-WATCH-EXTRACTS
                 THRU 1800-EXIT
           END-IF.

           PERFORM 1900-SET-HOLD-LIMITS
              THRU 1900-EXIT.

           IF NOT STREAM-HALTED
              PERFORM 2000-RUN-ONE-STEP
                 UNTIL WS-STEP-IDX > 5
           END-IF.

           PERFORM 2500-SCHEDULE-PERIODIC-STEPS
              THRU 2500-EXIT.

           PERFORM 2700-RUN-PERIODIC-STEP
              THRU 2700-EXIT
              VARYING WS-DUE-IDX FROM 1 BY 1
              UNTIL WS-DUE-IDX > WS-DUE-COUNT.

           PERFORM 2900-REWRITE-CARRY-FILE
              THRU 2900-EXIT.

           PERFORM 2950-RECORD-FLAG-CHANGES
              THRU 2950-EXIT.

           PERFORM 2960-CHECK-ELAPSED-TIMES
              THRU 2960-EXIT.

      *    THE WINDOW CLOSES BEFORE THE STREAM ROW AND THE ROLL, SO A
      *    FAILED REOPEN OR A BAD XREFAUDT COUNTS IN BOTH.

           PERFORM 4000-CLOSE-BATCH-WINDOW
              THRU 4000-EXIT.

           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE 'STREAM  '            TO SO-STEP-NAME.
           IF STREAM-HALTED
              MOVE 'HALTED  '         TO WS-STREAM-DISPOSITION
           ELSE
              MOVE 'COMPLETE'         TO WS-STREAM-DISPOSITION
           END-IF.
           MOVE WS-STREAM-DISPOSITION TO SO-DISPOSITION.
           MOVE WS-WORST-SEVERITY     TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.


           CLOSE STREAM-OUT-FILE.

           DISPLAY 'STREAMCT,STREAM DISPOSITION,'
                   WS-STREAM-DISPOSITION
                   ',WORST SEVERITY,' WS-WORST-SEVERITY.

           MOVE WS-WORST-SEVERITY     TO RETURN-CODE.

           STOP RUN.

      *    RUNS THE DSNAVAIL CHECK AND RECORDS EACH DATASET IT FOUND
      *    UNAVAILABLE. A REQUIRED ONE (DSNAVAIL RC 8) HALTS THE
      *    STREAM BEFORE ANY STEP, THE WINDOW HANDSHAKE INCLUDED.

       0500-CHECK-DATASETS.

           MOVE ZERO TO RETURN-CODE.
           CALL 'DSNAVAIL'.
           MOVE RETURN-CODE           TO WS-STEP-SEVERITY.

           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE 'DSNAVAIL'            TO SO-STEP-NAME.
           MOVE 'RAN     '            TO SO-DISPOSITION.
           MOVE WS-STEP-SEVERITY      TO SO-SEVERITY.
           MOVE SPACE                 TO SO-DUE-DATE.
           WRITE STREAM-OUT-REC.

           IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
              MOVE WS-STEP-SEVERITY   TO WS-WORST-SEVERITY
           END-IF.

           OPEN INPUT DSN-EXCEPTION-FILE.

           IF DX-FILE-STATUS = '00'
              PERFORM UNTIL END-OF-DSN-EXCP
                  READ DSN-EXCEPTION-FILE
                    AT END
                      MOVE 'Y'        TO NO-MORE-DSN-EXCP
                    NOT AT END
                      IF DA-BUSINESS-DATE = WS-RUN-DATE
                         MOVE DA-DDNAME
                                      TO SO-STEP-NAME
                         MOVE DA-DISPOSITION
                                      TO SO-DISPOSITION
                         MOVE DA-SEVERITY
                                      TO SO-SEVERITY
                         WRITE STREAM-OUT-REC
                      END-IF
                  END-READ
              END-PERFORM
           END-IF.

           CLOSE DSN-EXCEPTION-FILE.

           IF WS-STEP-SEVERITY >= 8
              MOVE 'Y'                TO WS-STREAM-HALTED
              MOVE
           'REQUIRED DATASETS UNAVAILABLE - STREAM HALTED BEFORE START'
                                      TO AP-ALERT-TEXT
              PERFORM 5000-RAISE-WINDOW-ALERT
                 THRU 5000-EXIT
           END-IF.

       0500-EXIT.
           EXIT.

      *    DECIDES WHETHER LAST NIGHT'S CONVERSION ABENDED AND, IF SO,
      *    WHETHER IT IS SAFELY RESTARTABLE. A PRIOR RRBDRIVE ABEND ON
      *    THE INCIDENT LOG WITH A NONZERO CHECKPOINT MEANS THE

       1000-CHECK-RESTARTABILITY.

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) - 1.
           COMPUTE WS-CYCLE-FLOOR-DATE =
       1000-EXIT.
           EXIT.

      *    TAKES THE REGION OUT OF THE BATCH WINDOW'S WAY - SNAPSHOT
      *    FIRST, SO NO SCREEN IS STILL READING A FILE WHEN IT CLOSES.

       1500-OPEN-BATCH-WINDOW.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           MOVE WS-RUN-DATE           TO SO-DATE.

           IF WS-TEST-MODE-ON
              MOVE 'CICSFILE'         TO SO-STEP-NAME
              MOVE 'SKIPPED '         TO SO-DISPOSITION
              MOVE ZERO               TO SO-SEVERITY
              WRITE STREAM-OUT-REC
              DISPLAY 'STREAMCT,TEST MODE - CICS FILE HANDSHAKE '
                      'SKIPPED'
              GO TO 1500-EXIT
           END-IF.

           MOVE 'CICSAPPLID  '        TO PM-NAME.
           MOVE 'CICSPROD'            TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           MOVE PM-VALUE (1:8)        TO WS-CICS-APPLID.

           MOVE ZERO TO RETURN-CODE.
           CALL 'XREFSNAP'.
           MOVE RETURN-CODE           TO WS-STEP-SEVERITY.

           MOVE 'XREFSNAP'            TO SO-STEP-NAME.
           MOVE 'RAN     '            TO SO-DISPOSITION.
           MOVE WS-STEP-SEVERITY      TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.

           IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
              MOVE WS-STEP-SEVERITY   TO WS-WORST-SEVERITY
           END-IF.

           IF WS-STEP-SEVERITY >= 8
              MOVE 'Y'                TO WS-STREAM-HALTED
              MOVE
           'SNAPSHOT NOT TAKEN - CICS FILES LEFT OPEN, STREAM HALTED'
                                      TO AP-ALERT-TEXT
              PERFORM 5000-RAISE-WINDOW-ALERT
                 THRU 5000-EXIT
              GO TO 1500-EXIT
           END-IF.

           MOVE 'C'                   TO FC-FUNCTION.
           PERFORM 1600-LINK-FILE-CONTROL
              THRU 1600-EXIT.

           IF FC-ALL-DONE = 'Y'
              MOVE 'Y'                TO WS-WINDOW-CLOSED
              DISPLAY 'STREAMCT,CICS UPDATE-SIDE FILES CLOSED'
           ELSE
              MOVE 'Y'                TO WS-STREAM-HALTED
              MOVE 08                 TO WS-STEP-SEVERITY
              IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
                 MOVE WS-STEP-SEVERITY
                                      TO WS-WORST-SEVERITY
              END-IF
              MOVE
           'CICS FILE CLOSE FAILED - REGION LEFT OPEN, STREAM HALTED'
                                      TO AP-ALERT-TEXT
              PERFORM 5000-RAISE-WINDOW-ALERT
                 THRU 5000-EXIT
           END-IF.

       1500-EXIT.
           EXIT.

      *    ONE EXCI LINK TO FILECTL, THEN ONE STRMOUT RECORD PER CICS
      *    FILE. A LINK THAT NEVER REACHED THE REGION IS ITSELF A
      *    FAILURE - NOTHING WAS SWITCHED.

       1600-LINK-FILE-CONTROL.

           MOVE 'N'                   TO FC-ALL-DONE.

           EXEC CICS LINK PROGRAM(WS-FILECTL-PGM)
               APPLID     (WS-CICS-APPLID)
               COMMAREA   (WS-FILECTL-AREA)
               LENGTH     (LENGTH OF WS-FILECTL-AREA)
               DATALENGTH (LENGTH OF WS-FILECTL-AREA)
               RETCODE    (WS-EXCI-RETCODE)
               SYNCONRETURN
           END-EXEC.

           MOVE WS-RUN-DATE           TO SO-DATE.

           IF XR-RESP NOT = ZERO
              MOVE 'N'                TO FC-ALL-DONE
              MOVE 'CICSFILE'         TO SO-STEP-NAME
              MOVE 'NOLINK  '         TO SO-DISPOSITION
              MOVE 08                 TO SO-SEVERITY
              WRITE STREAM-OUT-REC
              DISPLAY 'STREAMCT,EXCI LINK TO ' WS-CICS-APPLID
                      ' FAILED,RESP ' XR-RESP ',RESP2 ' XR-RESP2
              GO TO 1600-EXIT
           END-IF.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               MOVE FC-FILE-NAME (WS-FILE-IDX)
                                      TO SO-STEP-NAME
               MOVE FC-DISPOSITION (WS-FILE-IDX)
                                      TO SO-DISPOSITION
               EVALUATE FC-DISPOSITION (WS-FILE-IDX)
                 WHEN 'CLOSED  '
                 WHEN 'OPENED  '
                   MOVE ZERO          TO SO-SEVERITY
                 WHEN 'NOCLOSE '
                 WHEN 'NOOPEN  '
                   MOVE 08            TO SO-SEVERITY
                   DISPLAY 'STREAMCT,' FC-FILE-NAME (WS-FILE-IDX)
                           ' ' FC-DISPOSITION (WS-FILE-IDX)
                           ',RESP ' FC-RESP (WS-FILE-IDX)
                           ',RESP2 ' FC-RESP2 (WS-FILE-IDX)
                 WHEN OTHER
                   MOVE 04            TO SO-SEVERITY
               END-EVALUATE
               WRITE STREAM-OUT-REC
           END-PERFORM.

       1600-EXIT.
           EXIT.

      *    THE PRE-CONVERSION DELIVERY CHECK, THEN ONE STRMOUT RECORD
      *    PER REGION IT REPORTED FOR TONIGHT. ITS SEVERITY COUNTS
      *    TOWARD THE STREAM'S WORST BUT NEVER HALTS IT - A MISSING
      *    REGION IS A REASON TO LOOK, NOT TO STOP CONVERTING THE
      *    REGIONS THAT DID ARRIVE.

       1800-WATCH-EXTRACTS.

           MOVE ZERO TO RETURN-CODE.
           CALL 'XTRWATCH'.
           MOVE RETURN-CODE           TO WS-STEP-SEVERITY.

           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE 'XTRWATCH'            TO SO-STEP-NAME.
           MOVE 'RAN     '            TO SO-DISPOSITION.
           MOVE WS-STEP-SEVERITY      TO SO-SEVERITY.
           MOVE SPACE                 TO SO-DUE-DATE.
           WRITE STREAM-OUT-REC.

           IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
              MOVE WS-STEP-SEVERITY   TO WS-WORST-SEVERITY
           END-IF.

           OPEN INPUT XTR-EXCEPTION-FILE.

           IF XE-FILE-STATUS NOT = '00'
              GO TO 1800-EXIT
           END-IF.

           PERFORM UNTIL END-OF-XTR-EXCP
               READ XTR-EXCEPTION-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-XTR-EXCP
                 NOT AT END
                   IF XE-BUSINESS-DATE = WS-RUN-DATE
                      MOVE SPACE      TO SO-STEP-NAME
                      MOVE 'XTR-'     TO SO-STEP-NAME (1:4)
                      MOVE XE-SOURCE-CODE
                                      TO SO-STEP-NAME (5:3)
                      MOVE XE-DISPOSITION
                                      TO SO-DISPOSITION
                      MOVE 04         TO SO-SEVERITY
                      WRITE STREAM-OUT-REC
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XTR-EXCEPTION-FILE.

       1800-EXIT.
           EXIT.

      *    HOW OFTEN A HELD STEP IS LOOKED AT AGAIN, AND HOW LONG A
      *    HOLD MAY LAST BEFORE THE STREAM GIVES UP ON IT.

       1900-SET-HOLD-LIMITS.

           MOVE 'STRMHOLDPOLL'        TO PM-NAME.
           MOVE '60'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE >= 1
           AND PM-NUMERIC-VALUE <= 3600
               MOVE PM-NUMERIC-VALUE  TO WS-WAIT-SECONDS
           ELSE
               DISPLAY 'STREAMCT,STRMHOLDPOLL NOT 1-3600,USING 60,'
                       PM-NUMERIC-VALUE
           END-IF.

           MOVE 'STRMHOLDMAX '        TO PM-NAME.
           MOVE '120'                 TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE >= 1
           AND PM-NUMERIC-VALUE <= 1440
               COMPUTE WS-HOLD-MAX-SECONDS = PM-NUMERIC-VALUE * 60
           ELSE
               DISPLAY 'STREAMCT,STRMHOLDMAX NOT 1-1440,USING 120,'
                       PM-NUMERIC-VALUE
           END-IF.

       1900-EXIT.
           EXIT.

      *    RUNS ONE STEP AND CONDITIONS THE REST OF THE STREAM ON ITS
      *    SEVERITY. A HALTED STREAM STILL WRITES A SKIPPED RECORD
      *    PER REMAINING STEP, SO THE MORNING REVIEW SEES EXACTLY
      *    WHAT DID NOT RUN - UNLESS THE OPERATOR HAS FORCED THE STEP,
      *    AND A STEP THE OPERATOR SKIPPED NEVER RUNS AT ALL.

       2000-RUN-ONE-STEP.


           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE WS-STEP-NAME          TO SO-STEP-NAME.
           MOVE SPACE                 TO SO-DUE-DATE.

           PERFORM 2100-APPLY-STEP-FLAG
              THRU 2100-EXIT.

           IF FLAG-SKIP
              PERFORM 2190-RECORD-OPERATOR-SKIP
                 THRU 2190-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF  STREAM-HALTED
           AND NOT FLAG-FORCE
              MOVE 'SKIPPED '         TO SO-DISPOSITION
              MOVE ZERO               TO SO-SEVERITY
              WRITE STREAM-OUT-REC

           MOVE RETURN-CODE           TO WS-STEP-SEVERITY.

           EVALUATE TRUE
             WHEN WS-STEP-SEVERITY = 10
               MOVE 'HELD    '        TO SO-DISPOSITION
             WHEN STREAM-HALTED
               MOVE 'FORCED  '        TO SO-DISPOSITION
             WHEN OTHER
               MOVE 'RAN     '        TO SO-DISPOSITION
           END-EVALUATE.
           MOVE WS-STEP-SEVERITY      TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.

              MOVE WS-STEP-SEVERITY   TO WS-WORST-SEVERITY
           END-IF.

           IF WS-STEP-SEVERITY = 10
              MOVE 'Y'                TO WS-STREAM-HALTED
              DISPLAY 'STREAMCT,' WS-STEP-NAME
                      ' HELD FOR REVIEW BY ITS REJECT BREAKER,'
                      'DEPENDENT STEPS HALTED'
              GO TO 2000-EXIT
           END-IF.

           IF WS-STEP-SEVERITY >= 8
              MOVE 'Y'                TO WS-STREAM-HALTED
              DISPLAY 'STREAMCT,' WS-STEP-NAME
       2000-EXIT.
           EXIT.

      *    THE OPERATOR'S FLAG FOR THE STEP AT THE BOUNDARY, READ
      *    AFRESH EACH TIME. A HOLD ON A STEP THE STREAM WOULD STILL
      *    RUN PAUSES HERE, LOOKING AGAIN EVERY POLL INTERVAL, UNTIL
      *    THE OPERATOR LIFTS IT OR THE HOLD LIMIT RUNS OUT - WHICH
      *    HALTS THE STREAM. THE CALLER HAS SET SO-DATE, SO-STEP-NAME
      *    AND SO-DUE-DATE FOR THE STEP.

       2100-APPLY-STEP-FLAG.

           PERFORM 2150-READ-STEP-FLAG
              THRU 2150-EXIT.

           IF NOT FLAG-HOLD
           OR STREAM-HALTED
              GO TO 2100-EXIT
           END-IF.

           MOVE 'OPRHOLD '            TO SO-DISPOSITION.
           MOVE 04                    TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.
           IF SO-SEVERITY > WS-WORST-SEVERITY
              MOVE SO-SEVERITY        TO WS-WORST-SEVERITY
           END-IF.

           MOVE SPACE                 TO AP-ALERT-TEXT.
           STRING WS-STEP-NAME ' HELD BY OPERATOR - STREAM PAUSED,'
                  ' RELEASE ON STRC'
                  DELIMITED BY SIZE INTO AP-ALERT-TEXT.
           PERFORM 5000-RAISE-WINDOW-ALERT
              THRU 5000-EXIT.

           MOVE ZERO                  TO WS-HOLD-WAITED.
           PERFORM UNTIL NOT FLAG-HOLD
                      OR WS-HOLD-WAITED >= WS-HOLD-MAX-SECONDS
               CALL 'ILBOWAT0' USING WS-WAIT-SECONDS
               ADD WS-WAIT-SECONDS    TO WS-HOLD-WAITED
               PERFORM 2150-READ-STEP-FLAG
                  THRU 2150-EXIT
           END-PERFORM.

           IF FLAG-HOLD
              MOVE 'HOLDTIME'         TO SO-DISPOSITION
              MOVE 08                 TO SO-SEVERITY
              WRITE STREAM-OUT-REC
              IF SO-SEVERITY > WS-WORST-SEVERITY
                 MOVE SO-SEVERITY     TO WS-WORST-SEVERITY
              END-IF
              MOVE 'Y'                TO WS-STREAM-HALTED
              MOVE SPACE              TO AP-ALERT-TEXT
              STRING WS-STEP-NAME ' STILL HELD AT THE HOLD LIMIT -'
                     ' STREAM HALTED'
                     DELIMITED BY SIZE INTO AP-ALERT-TEXT
              PERFORM 5000-RAISE-WINDOW-ALERT
                 THRU 5000-EXIT
              GO TO 2100-EXIT
           END-IF.

           MOVE 'RELEASED'            TO SO-DISPOSITION.
           MOVE ZERO                  TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.
           DISPLAY 'STREAMCT,' WS-STEP-NAME ' HOLD RELEASED AFTER '
                   WS-HOLD-WAITED ' SECONDS'.

       2100-EXIT.
           EXIT.

      *    ONLY A HOLD, SKIP OR FORCE SET FOR THIS CYCLE COUNTS - A
      *    RELEASED FLAG, OR ONE LEFT OVER FROM AN EARLIER CYCLE, IS
      *    NO FLAG. NO FLAG FILE AT ALL IS NO FLAGS.

       2150-READ-STEP-FLAG.

           MOVE SPACE                 TO WS-FLAG-ACTION.

           OPEN INPUT STEP-FLAG-FILE.

           IF SF-FILE-STATUS = '00'
              MOVE WS-STEP-NAME       TO SFF-STEP-NAME
              READ STEP-FLAG-FILE INTO STEP-FLAG-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   IF  SF-CYCLE-DATE = WS-RUN-DATE
                   AND (SF-HOLD OR SF-SKIP OR SF-FORCE)
                       MOVE SF-ACTION TO WS-FLAG-ACTION
                   END-IF
              END-READ
           END-IF.

           CLOSE STEP-FLAG-FILE.

       2150-EXIT.
           EXIT.

       2190-RECORD-OPERATOR-SKIP.

           MOVE 'OPRSKIP '            TO SO-DISPOSITION.
           MOVE 04                    TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.
           IF SO-SEVERITY > WS-WORST-SEVERITY
              MOVE SO-SEVERITY        TO WS-WORST-SEVERITY
           END-IF.
           DISPLAY 'STREAMCT,' WS-STEP-NAME
                   ' SKIPPED BY OPERATOR FLAG'.

       2190-EXIT.
           EXIT.

      *    BUILDS TONIGHT'S PERIODIC LIST: EVERY STEP STILL OWED FROM
      *    A HALTED NIGHT, THEN EVERY SCHEDULE ROW DUE TONIGHT THAT IS
      *    NOT ALREADY OWED. DONE WHETHER OR NOT THE STREAM HALTED -
      *    A STEP DUE ON A HALTED NIGHT MUST STILL BE RECORDED OWED.

       2500-SCHEDULE-PERIODIC-STEPS.

           OPEN INPUT STREAM-CARRY-FILE.

           IF CY-FILE-STATUS = '00'
              MOVE 'N'                TO WS-SCAN-DONE
              PERFORM UNTIL WS-SCAN-DONE = 'Y'
                  READ STREAM-CARRY-FILE
                    AT END
                      MOVE 'Y'        TO WS-SCAN-DONE
                    NOT AT END
                      IF  CY-STEP-NAME NOT = SPACE
                      AND WS-DUE-COUNT < 50
                          ADD 1       TO WS-DUE-COUNT
                          MOVE CY-STEP-NAME
                                 TO WS-DUE-STEP (WS-DUE-COUNT)
                          MOVE CY-DUE-DATE
                                 TO WS-DUE-DATE (WS-DUE-COUNT)
                          MOVE CY-NIGHTS
                                 TO WS-DUE-NIGHTS (WS-DUE-COUNT)
                          MOVE 'N'
                                 TO WS-DUE-CARRY (WS-DUE-COUNT)
                      END-IF
                  END-READ
              END-PERFORM
           END-IF.

           CLOSE STREAM-CARRY-FILE.

           PERFORM 2550-SET-TONIGHTS-WINDOW
              THRU 2550-EXIT.

           OPEN INPUT STREAM-SCHED-FILE.

           IF SS-FILE-STATUS NOT = '00'
              DISPLAY 'STREAMCT,NO STRMSCHD SCHEDULE - NO PERIODIC '
                      'STEPS SCHEDULED'
              CLOSE STREAM-SCHED-FILE
              GO TO 2500-EXIT
           END-IF.

           MOVE 'N'                   TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ STREAM-SCHED-FILE
                 AT END
                   MOVE 'Y'           TO WS-SCAN-DONE
                 NOT AT END
                   PERFORM 2600-JUDGE-SCHEDULE-ROW
                      THRU 2600-EXIT
               END-READ
           END-PERFORM.

           CLOSE STREAM-SCHED-FILE.

       2500-EXIT.
           EXIT.

      *    WALKS BACK FROM THE RUN DATE THROUGH THE NON-BUSINESS DAYS
      *    BEFORE IT (A WEEK AT MOST) AND NOTES WHETHER TONIGHT IS
      *    THE LAST BUSINESS DAY OF ITS MONTH.

       2550-SET-TONIGHTS-WINDOW.

           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           MOVE WS-RUN-DATE-INT       TO WS-WINDOW-START-INT.

           MOVE 'N'                   TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               COMPUTE WS-SCAN-INT = WS-WINDOW-START-INT - 1
               COMPUTE WS-SCAN-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               MOVE 'B'               TO CAL-FUNCTION
               MOVE SPACE             TO CAL-ENVIRONMENT
               MOVE WS-SCAN-DATE      TO CAL-DATE-1
               CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS
               IF  CAL-RESULT-FLAG = 'N'
               AND WS-RUN-DATE-INT - WS-SCAN-INT < 7
                   MOVE WS-SCAN-INT   TO WS-WINDOW-START-INT
               ELSE
                   MOVE 'Y'           TO WS-SCAN-DONE
               END-IF
           END-PERFORM.

           MOVE 'N'                   TO WS-LAST-BUSINESS-DAY.
           MOVE 'N'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE WS-RUN-DATE-NUM       TO CAL-DATE-1.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.

           IF  CAL-RESULT-FLAG NOT = 'E'
           AND CAL-RESULT-DATE NOT = ZERO
           AND CAL-RESULT-DATE (1:6) NOT = WS-RUN-DATE (1:6)
               MOVE 'Y'               TO WS-LAST-BUSINESS-DAY
           END-IF.

       2550-EXIT.
           EXIT.

       2600-JUDGE-SCHEDULE-ROW.

           IF SS-STEP-NAME = SPACE
           OR SS-STEP-NAME (1:1) = '*'
              GO TO 2600-EXIT
           END-IF.

           MOVE 'N'                   TO WS-STEP-IS-DUE.

           EVALUATE TRUE
             WHEN SS-DAILY
               MOVE 'Y'               TO WS-STEP-IS-DUE
             WHEN SS-WEEKLY
               MOVE ZERO              TO WS-WANTED-WEEKDAY
               PERFORM VARYING WS-DAY-OF-WEEK FROM 1 BY 1
                         UNTIL WS-DAY-OF-WEEK > 7
                   IF WS-WEEKDAY-NAME (WS-DAY-OF-WEEK) = SS-WEEKDAY
                      MOVE WS-DAY-OF-WEEK
                                      TO WS-WANTED-WEEKDAY
                   END-IF
               END-PERFORM
               IF WS-WANTED-WEEKDAY = ZERO
                  DISPLAY 'STREAMCT,STRMSCHD ' SS-STEP-NAME
                          ' WEEKDAY NOT MON-SUN,' SS-WEEKDAY
                  GO TO 2600-EXIT
               END-IF
               PERFORM VARYING WS-SCAN-INT FROM WS-WINDOW-START-INT
                         BY 1 UNTIL WS-SCAN-INT > WS-RUN-DATE-INT
                   COMPUTE WS-DAY-OF-WEEK =
                      FUNCTION MOD (WS-SCAN-INT - 1, 7) + 1
                   IF WS-DAY-OF-WEEK = WS-WANTED-WEEKDAY
                      MOVE 'Y'        TO WS-STEP-IS-DUE
                   END-IF
               END-PERFORM
             WHEN SS-FIRST-OF-MONTH
               PERFORM VARYING WS-SCAN-INT FROM WS-WINDOW-START-INT
                         BY 1 UNTIL WS-SCAN-INT > WS-RUN-DATE-INT
                   COMPUTE WS-SCAN-DATE =
                      FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
                   IF WS-SCAN-DATE-X (7:2) = '01'
                      MOVE 'Y'        TO WS-STEP-IS-DUE
                   END-IF
               END-PERFORM
             WHEN SS-LAST-OF-MONTH
               MOVE WS-LAST-BUSINESS-DAY
                                      TO WS-STEP-IS-DUE
             WHEN SS-QUARTER-END
               IF  WS-LAST-BUSINESS-DAY = 'Y'
               AND (WS-RUN-DATE (5:2) = '03' OR '06' OR '09' OR '12')
                   MOVE 'Y'           TO WS-STEP-IS-DUE
               END-IF
             WHEN OTHER
               DISPLAY 'STREAMCT,STRMSCHD ' SS-STEP-NAME
                       ' FREQUENCY NOT D/W/F/L/Q,' SS-FREQUENCY
               GO TO 2600-EXIT
           END-EVALUATE.

           IF WS-STEP-IS-DUE NOT = 'Y'
              GO TO 2600-EXIT
           END-IF.

      *    ALREADY OWED FROM AN EARLIER NIGHT - ONE RUN SATISFIES
      *    BOTH, AND THE EARLIER DUE DATE IS THE ONE REPORTED.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                     UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-STEP (WS-DUE-IDX) = SS-STEP-NAME
                  MOVE WS-DUE-IDX     TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX NOT = ZERO
              GO TO 2600-EXIT
           END-IF.

           IF WS-DUE-COUNT >= 50
              DISPLAY 'STREAMCT,PERIODIC STEPS EXCEED TABLE MAX 50,'
                      SS-STEP-NAME ' NOT SCHEDULED'
              GO TO 2600-EXIT
           END-IF.

           ADD 1                      TO WS-DUE-COUNT.
           MOVE SS-STEP-NAME          TO WS-DUE-STEP (WS-DUE-COUNT).
           MOVE WS-RUN-DATE           TO WS-DUE-DATE (WS-DUE-COUNT).
           MOVE ZERO                  TO WS-DUE-NIGHTS (WS-DUE-COUNT).
           MOVE 'N'                   TO WS-DUE-CARRY (WS-DUE-COUNT).

       2600-EXIT.
           EXIT.

      *    RUNS ONE PERIODIC STEP UNDER THE NIGHTLY CHAIN'S RULES. ON
      *    A HALTED NIGHT THE STEP IS RECORDED CARRIED, WITH ITS DUE
      *    DATE, AND KEPT OWED; A STEP THAT RUNS LATE CARRIES ITS DUE
      *    DATE ON ITS RAN RECORD SO THE LATENESS STAYS VISIBLE.

       2700-RUN-PERIODIC-STEP.

           MOVE WS-DUE-STEP (WS-DUE-IDX)  TO WS-STEP-NAME.

           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE WS-STEP-NAME          TO SO-STEP-NAME.
           MOVE SPACE                 TO SO-DUE-DATE.
           IF WS-DUE-DATE (WS-DUE-IDX) NOT = WS-RUN-DATE
              MOVE WS-DUE-DATE (WS-DUE-IDX)
                                      TO SO-DUE-DATE
           END-IF.

           PERFORM 2100-APPLY-STEP-FLAG
              THRU 2100-EXIT.

           IF FLAG-SKIP
              PERFORM 2190-RECORD-OPERATOR-SKIP
                 THRU 2190-EXIT
              GO TO 2700-EXIT
           END-IF.

           IF  STREAM-HALTED
           AND NOT FLAG-FORCE
              MOVE 'CARRIED '         TO SO-DISPOSITION
              MOVE 04                 TO SO-SEVERITY
              WRITE STREAM-OUT-REC
              MOVE 'Y'                TO WS-DUE-CARRY (WS-DUE-IDX)
              ADD 1                   TO WS-CARRIED-COUNT
              DISPLAY 'STREAMCT,' WS-STEP-NAME ' DUE '
                      WS-DUE-DATE (WS-DUE-IDX)
                      ' CARRIED FORWARD - STREAM HALTED'
              GO TO 2700-EXIT
           END-IF.

           MOVE ZERO TO RETURN-CODE.

           EVALUATE WS-STEP-NAME
             WHEN 'REGQLTY '
               CALL 'REGQLTY'
             WHEN 'QASCORE '
               CALL 'QASCORE'
             WHEN 'SLARPT  '
               CALL 'SLARPT'
             WHEN 'CAPFCST '
               CALL 'CAPFCST'
             WHEN 'SSACOLL '
               CALL 'SSACOLL'
             WHEN 'XREFORG '
               CALL 'XREFORG'
             WHEN 'FSTREND '
               CALL 'FSTREND'
             WHEN 'CLMTYVOL'
               CALL 'CLMTYVOL'
             WHEN 'ACKTURN '
               CALL 'ACKTURN'
             WHEN 'RETNCMPL'
               CALL 'RETNCMPL'
             WHEN 'ACCSRVW '
               CALL 'ACCSRVW'
             WHEN 'XTRWKLY '
               CALL 'XTRWKLY'
             WHEN 'POPSTAT '
               CALL 'POPSTAT'
             WHEN 'PERCLOSE'
               CALL 'PERCLOSE'
             WHEN 'FYPERF  '
               CALL 'FYPERF'
             WHEN 'WRKAGE  '
               CALL 'WRKAGE'
             WHEN 'AUDSAMP '
               CALL 'AUDSAMP'
             WHEN 'AUDCLOSE'
               CALL 'AUDCLOSE'
             WHEN 'CNTLDUE '
               CALL 'CNTLDUE'
             WHEN 'REFAUDT '
               CALL 'REFAUDT'
             WHEN 'STGERPT '
               CALL 'STGERPT'
             WHEN 'UARCERT '
               CALL 'UARCERT'
             WHEN 'UARCAPP '
               CALL 'UARCAPP'
             WHEN OTHER
               MOVE 'UNKNOWN '        TO SO-DISPOSITION
               MOVE 04                TO SO-SEVERITY
               WRITE STREAM-OUT-REC
               MOVE SPACE             TO SO-DUE-DATE
               IF SO-SEVERITY > WS-WORST-SEVERITY
                  MOVE SO-SEVERITY    TO WS-WORST-SEVERITY
               END-IF
               DISPLAY 'STREAMCT,STRMSCHD STEP ' WS-STEP-NAME
                       ' IS NOT A STEP THIS CONTROLLER RUNS'
               GO TO 2700-EXIT
           END-EVALUATE.

           MOVE RETURN-CODE           TO WS-STEP-SEVERITY.

           IF STREAM-HALTED
              MOVE 'FORCED  '         TO SO-DISPOSITION
           ELSE
              MOVE 'RAN     '         TO SO-DISPOSITION
           END-IF.
           MOVE WS-STEP-SEVERITY      TO SO-SEVERITY.
           WRITE STREAM-OUT-REC.
           MOVE SPACE                 TO SO-DUE-DATE.

           IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
              MOVE WS-STEP-SEVERITY   TO WS-WORST-SEVERITY
           END-IF.

           IF WS-STEP-SEVERITY >= 8
              MOVE 'Y'                TO WS-STREAM-HALTED
              DISPLAY 'STREAMCT,' WS-STEP-NAME
                      ' ENDED AT SEVERITY ' WS-STEP-SEVERITY
                      ',DEPENDENT STEPS HALTED'
           END-IF.

       2700-EXIT.
           EXIT.

      *    THE CARRY-FORWARD LIST IS REWRITTEN WHOLE: WHAT WAS OWED
      *    AND RAN DROPS OFF, WHAT IS STILL OWED GOES BACK WITH ONE
      *    MORE NIGHT COUNTED AGAINST IT.

       2900-REWRITE-CARRY-FILE.

           OPEN OUTPUT STREAM-CARRY-FILE.

           IF CY-FILE-STATUS NOT = '00'
              DISPLAY 'STREAMCT,UNABLE TO WRITE STRMCARY,'
                      CY-FILE-STATUS
              GO TO 2900-EXIT
           END-IF.

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                     UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-STILL-OWED (WS-DUE-IDX)
                  MOVE SPACE          TO STREAM-CARRY-REC
                  MOVE WS-DUE-STEP (WS-DUE-IDX)
                                      TO CY-STEP-NAME
                  MOVE WS-DUE-DATE (WS-DUE-IDX)
                                      TO CY-DUE-DATE
                  COMPUTE CY-NIGHTS =
                     WS-DUE-NIGHTS (WS-DUE-IDX) + 1
                  WRITE STREAM-CARRY-REC
               END-IF
           END-PERFORM.

           CLOSE STREAM-CARRY-FILE.

           IF WS-CARRIED-COUNT > ZERO
              DISPLAY 'STREAMCT,PERIODIC STEPS CARRIED FORWARD,'
                      WS-CARRIED-COUNT
           END-IF.

       2900-EXIT.
           EXIT.

      *    EVERY FLAG CHANGE THE OPERATORS MADE FOR THIS CYCLE, FROM
      *    THE SCREEN'S CHANGE LOG, IN THE ORDER MADE. THE REASONS
      *    AND OPERATORS ARE ON THE LOG ITSELF, WHICH SHIFTRPT PRINTS.

       2950-RECORD-FLAG-CHANGES.

           OPEN INPUT FLAG-LOG-FILE.

           IF FL-FILE-STATUS NOT = '00'
              CLOSE FLAG-LOG-FILE
              GO TO 2950-EXIT
           END-IF.

           PERFORM UNTIL END-OF-FLAG-LOG
               READ FLAG-LOG-FILE INTO STEP-FLAG-REC
                 AT END
                   MOVE 'Y'           TO NO-MORE-FLAG-LOG
                 NOT AT END
                   IF SF-CYCLE-DATE = WS-RUN-DATE
                      MOVE WS-RUN-DATE
                                      TO SO-DATE
                      MOVE SF-STEP-NAME
                                      TO SO-STEP-NAME
                      MOVE ZERO       TO SO-SEVERITY
                      MOVE SPACE      TO SO-DUE-DATE
                      EVALUATE TRUE
                        WHEN SF-HOLD
                          MOVE 'SETHOLD '
                                      TO SO-DISPOSITION
                        WHEN SF-SKIP
                          MOVE 'SETSKIP '
                                      TO SO-DISPOSITION
                        WHEN SF-FORCE
                          MOVE 'SETFORCE'
                                      TO SO-DISPOSITION
                        WHEN OTHER
                          MOVE 'SETREL  '
                                      TO SO-DISPOSITION
                      END-EVALUATE
                      WRITE STREAM-OUT-REC
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE FLAG-LOG-FILE.

       2950-EXIT.
           EXIT.

      *    RUNS THE ELAPCHK CHECK, THEN ONE STRMOUT RECORD PER STEP IT
      *    FLAGGED TONIGHT. ITS SEVERITY COUNTS TOWARD THE STREAM'S
      *    WORST, BUT A SLOW STEP IS A WARNING, SO THE ROLL STILL
      *    GOES AHEAD.

       2960-CHECK-ELAPSED-TIMES.

           MOVE ZERO TO RETURN-CODE.
           CALL 'ELAPCHK'.
           MOVE RETURN-CODE           TO WS-STEP-SEVERITY.

           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE 'ELAPCHK '            TO SO-STEP-NAME.
           MOVE 'RAN     '            TO SO-DISPOSITION.
           MOVE WS-STEP-SEVERITY      TO SO-SEVERITY.
           MOVE SPACE                 TO SO-DUE-DATE.
           WRITE STREAM-OUT-REC.

           IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
              MOVE WS-STEP-SEVERITY   TO WS-WORST-SEVERITY
           END-IF.

           IF WS-STEP-SEVERITY = ZERO
              GO TO 2960-EXIT
           END-IF.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.
           IF WS-TEST-MODE-ON
              MOVE 'ELAPHSTT'         TO WS-ELAPHST-DSN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP.
           MOVE WS-CLOCK-STAMP (1:8)  TO WS-ELAP-NIGHT.
           IF WS-CLOCK-STAMP (9:2) < '12'
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-ELAP-NIGHT-NUM) - 1
              MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
                                      TO WS-ELAP-NIGHT-NUM
           END-IF.

           OPEN INPUT ELAP-HIST-FILE.

           IF EH-FILE-STATUS NOT = '00'
              CLOSE ELAP-HIST-FILE
              GO TO 2960-EXIT
           END-IF.

           PERFORM UNTIL END-OF-ELAP-HIST
               READ ELAP-HIST-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-ELAP-HIST
                 NOT AT END
                   IF EH-NIGHT-DATE = WS-ELAP-NIGHT
                      MOVE EH-PROGRAM TO SO-STEP-NAME
                      MOVE 'SLOWSTEP' TO SO-DISPOSITION
                      MOVE 04         TO SO-SEVERITY
                      WRITE STREAM-OUT-REC
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ELAP-HIST-FILE.

       2960-EXIT.
           EXIT.

      *    THE AUTOMATIC BUSINESS-DATE ROLL. OPERATIONS USED TO SET
      *    THE BUSDATE CONTROL RECORD BY HAND AT CYCLE START, AND THE
      *    MORNINGS IT WAS FORGOTTEN THE WHOLE NIGHT WROTE UNDER

       3000-EXIT.
           EXIT.

      *    PUTS THE REGION BACK IN SERVICE. THE SCREENS LEAVE THE
      *    SNAPSHOT ONLY THROUGH XREFAUDT'S CLEAN SIGN-OFF, AND ONLY
      *    ONCE EVERY FILE IS BACK OPEN - A HALTED NIGHT OR A FAILED
      *    REOPEN KEEPS THEM ON THE SNAPSHOT, WHICH STAYS READABLE.

       4000-CLOSE-BATCH-WINDOW.

           IF NOT WINDOW-CLOSED
              GO TO 4000-EXIT
           END-IF.

           MOVE 'O'                   TO FC-FUNCTION.
           PERFORM 1600-LINK-FILE-CONTROL
              THRU 1600-EXIT.

           IF FC-ALL-DONE NOT = 'Y'
              MOVE 08                 TO WS-STEP-SEVERITY
              IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
                 MOVE WS-STEP-SEVERITY
                                      TO WS-WORST-SEVERITY
              END-IF
              MOVE 'CICS FILE REOPEN FAILED - SCREENS KEPT ON SNAPSHOT'
                                      TO AP-ALERT-TEXT
              PERFORM 5000-RAISE-WINDOW-ALERT
                 THRU 5000-EXIT
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-WINDOW-CLOSED.
           DISPLAY 'STREAMCT,CICS UPDATE-SIDE FILES REOPENED'.

           IF NOT STREAM-HALTED
              MOVE ZERO TO RETURN-CODE
              CALL 'XREFAUDT'
              MOVE RETURN-CODE        TO WS-STEP-SEVERITY
              MOVE WS-RUN-DATE        TO SO-DATE
              MOVE 'XREFAUDT'         TO SO-STEP-NAME
              MOVE 'RAN     '         TO SO-DISPOSITION
              MOVE WS-STEP-SEVERITY   TO SO-SEVERITY
              WRITE STREAM-OUT-REC
              IF WS-STEP-SEVERITY > WS-WORST-SEVERITY
                 MOVE WS-STEP-SEVERITY
                                      TO WS-WORST-SEVERITY
              END-IF
           END-IF.

           MOVE 'S'                   TO SN-STATUS.
           OPEN INPUT SNAP-CTL-FILE.
           IF SC-FILE-STATUS = '00'
              READ SNAP-CTL-FILE
                 AT END MOVE SPACE    TO SN-STATUS
              END-READ
           END-IF.
           CLOSE SNAP-CTL-FILE.

           MOVE WS-RUN-DATE           TO SO-DATE.
           MOVE 'INQSNAP '            TO SO-STEP-NAME.
           MOVE ZERO                  TO SO-SEVERITY.
           IF SN-STATUS = 'S'
              MOVE 'SNAPSHOT'         TO SO-DISPOSITION
              DISPLAY 'STREAMCT,INQUIRY SCREENS LEFT ON THE SNAPSHOT'
           ELSE
              MOVE 'LIVE    '         TO SO-DISPOSITION
              DISPLAY 'STREAMCT,INQUIRY SCREENS BACK ON LIVE MASTERS'
           END-IF.
           WRITE STREAM-OUT-REC.

       4000-EXIT.
           EXIT.

       5000-RAISE-WINDOW-ALERT.

           MOVE 'STREAMCT'            TO AP-SOURCE-PGM.
           MOVE 08                    TO AP-SEVERITY.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

           DISPLAY 'STREAMCT,' AP-ALERT-TEXT.

       5000-EXIT.
           EXIT.
