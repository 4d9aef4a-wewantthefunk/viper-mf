      * DROPPED IN THE RETELLING. THIS ONE-COMMAND JOB ASSEMBLES THE
      * HANDOVER FROM WHAT THE SYSTEM ALREADY KNOWS:
      *   - UNACKNOWLEDGED ALERTFIL ALERTS, NEWEST LAST
      *   - ALERTS ALERTESC ESCALATED TO THE ON-CALL SUPERVISOR SINCE
      *     YESTERDAY (THE ALERTOWN COMPANION), OPEN OR SINCE ACKED -
      *     THE OPEN ONES ARE ALREADY COUNTED ABOVE, SO THIS LIST
      *     ADDS NOTHING TO THE ITEMS TO HAND OVER
      *   - STRMOUT STEP OUTCOMES FOR THE CURRENT CYCLE
      *   - PERIODIC STEPS STREAMCT IS STILL CARRYING FORWARD FROM A
      *     HALTED NIGHT (THE STRMCARY LIST), WITH THE DATE EACH FELL
      *     DUE AND THE NIGHTS IT HAS WAITED
      *   - EVERY HOLD, SKIP, FORCE AND RELEASE THE OPERATORS SET ON
      *     THE STRC SCREEN FOR THE CURRENT CYCLE (THE STRMFLOG
      *     CHANGE LOG), WITH WHO SET IT AND WHY
      *   - STEPS ELAPCHK FLAGGED LAST NIGHT OR TODAY AS RUNNING PAST
      *     THE SITE MULTIPLE OF THEIR OWN ELAPSED-TIME BASELINE (THE
      *     ELAPHST HISTORY), WITH HOW OFTEN EACH HAS BEEN FLAGGED IN
      *     THE LAST 30 DAYS
      *   - THE RRBCKPT CHECKPOINT, WHEN THE CONVERSION IS MID-RUN
      *   - ACKMAST RECORDS STILL PENDING PAST THE ACK WINDOW
      *     (ACKCTL DAYS, DEFAULT 10 - SSAACK'S OWN AGING KNOB)
                                  RECORD KEY IS AL-ALERT-KEY
                                  FILE STATUS IS AL-FILE-STATUS.

           SELECT ALERT-OWNER-FILE
                                  ASSIGN TO ALERTOWN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AO-ALERT-KEY
                                  FILE STATUS IS AO-FILE-STATUS.

           SELECT OPTIONAL STREAM-OUT-FILE
                                  ASSIGN TO STRMOUT
                                  FILE STATUS IS SO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL STREAM-CARRY-FILE
                                  ASSIGN TO STRMCARY
                                  FILE STATUS IS CY-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FLAG-LOG-FILE
                                  ASSIGN TO STRMFLOG
                                  FILE STATUS IS FL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ELAP-HIST-FILE
                                  ASSIGN TO ELAPHST
                                  FILE STATUS IS EH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE
                                  ASSIGN TO RRBCKPT
                                  FILE STATUS IS CK-FILE-STATUS
           05  AL-ACK-USER             PIC  X(08).
           05  AL-ACK-NOTE             PIC  X(30).

       FD  ALERT-OWNER-FILE.

           COPY ALRTOWN.

       FD  STREAM-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS.

           05  SO-DISPOSITION      PIC X(08).
           05  FILLER              PIC X(01).
           05  SO-SEVERITY         PIC 9(02).
           05  FILLER              PIC X(01).
           05  SO-DUE-DATE         PIC X(08).
           05  FILLER              PIC X(02).

      *    STREAMCT'S CARRY-FORWARD LIST OF PERIODIC STEPS STILL OWED.

       FD  STREAM-CARRY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  STREAM-CARRY-REC.
           05  CY-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  CY-DUE-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  CY-NIGHTS           PIC 9(03).
           05  FILLER              PIC X(19).

      *    THE STRC SCREEN'S CHANGE LOG, READ INTO THE STRMFLG
      *    LAYOUT IN WORKING-STORAGE.

       FD  FLAG-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  FLAG-LOG-REC                PIC X(100).

      *    ELAPCHK'S HISTORY OF STEPS FLAGGED AS RUNNING SLOW.

       FD  ELAP-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY ELAPHIST.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       FD  ACK-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS.
       WORKING-STORAGE SECTION.

       01  AL-FILE-STATUS          PIC X(02).
       01  AO-FILE-STATUS          PIC X(02).
       01  SO-FILE-STATUS          PIC X(02).
       01  CY-FILE-STATUS          PIC X(02).
       01  CK-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  AC-FILE-STATUS          PIC X(02).
       01  TP-FILE-STATUS          PIC X(02).
       01  FL-FILE-STATUS          PIC X(02).
       01  EH-FILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                    VALUE 'Y'.
           05  WS-ALERTS-OPENED        PIC X(01)  VALUE 'N'.
               88  ALERTS-OPENED                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-OPEN-ALERTS          PIC 9(05)  VALUE ZERO.
           05  WS-SUPERVISOR-ALERTS    PIC 9(05)  VALUE ZERO.
           05  WS-CYCLE-STEPS          PIC 9(03)  VALUE ZERO.
           05  WS-CARRIED-STEPS        PIC 9(03)  VALUE ZERO.
           05  WS-FLAG-CHANGES         PIC 9(05)  VALUE ZERO.
           05  WS-SLOW-STEPS           PIC 9(05)  VALUE ZERO.
           05  WS-STALE-PENDING        PIC 9(07)  VALUE ZERO.
           05  WS-ITEMS-TO-HAND-OVER   PIC 9(07)  VALUE ZERO.

       01  WS-TODAY-INTEGER            PIC S9(08) VALUE ZERO.
       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-SENT-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-YESTERDAY-DATE           PIC 9(08)  VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(08) VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
           05  WS-ALR-TEXT         PIC X(60).
           05  FILLER              PIC X(36)  VALUE SPACE.

       01  WS-SUPV-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-SPV-STAMP        PIC X(14).
           05  FILLER              PIC X(06)  VALUE '  SEV '.
           05  WS-SPV-SEV          PIC X(02).
           05  FILLER              PIC X(13)  VALUE '  SUPERVISOR '.
           05  WS-SPV-CONTACT      PIC X(08).
           05  FILLER              PIC X(09)  VALUE '  AT     '.
           05  WS-SPV-REACHED      PIC X(14).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-SPV-STATUS       PIC X(05).
           05  FILLER              PIC X(57)  VALUE SPACE.

       01  WS-STEP-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-STP-NAME         PIC X(08).
           05  WS-STP-DISP         PIC X(08).
           05  FILLER              PIC X(06)  VALUE '  SEV '.
           05  WS-STP-SEV          PIC X(02).
           05  WS-STP-DUE-LABEL    PIC X(06)  VALUE SPACE.
           05  WS-STP-DUE-DATE     PIC X(08)  VALUE SPACE.
           05  FILLER              PIC X(90)  VALUE SPACE.

       01  WS-CARRY-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CRY-NAME         PIC X(08).
           05  FILLER              PIC X(06)  VALUE '  DUE '.
           05  WS-CRY-DUE          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CRY-NIGHTS       PIC ZZ9.
           05  FILLER              PIC X(33)  VALUE
               ' NIGHT(S) CARRIED - NOT YET RUN'.
           05  FILLER              PIC X(70)  VALUE SPACE.

       01  WS-FLAG-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FLG-STAMP        PIC X(14).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FLG-STEP         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FLG-ACTION       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FLG-USER         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FLG-TERM         PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FLG-REASON       PIC X(40).
           05  FILLER              PIC X(38)  VALUE SPACE.

           COPY STRMFLG.

       01  WS-SLOW-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-SLW-NIGHT        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-SLW-PROGRAM      PIC X(08).
           05  FILLER              PIC X(06)  VALUE '  RAN '.
           05  WS-SLW-SECS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(10)  VALUE ' SECS  VS '.
           05  WS-SLW-BASE         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(07)  VALUE '  ELAP '.
           05  WS-SLW-ELAP-PCT     PIC ZZZZ9.
           05  FILLER              PIC X(07)  VALUE '%  RATE'.
           05  WS-SLW-RATE-PCT     PIC ZZZZ9.
           05  FILLER              PIC X(04)  VALUE '%   '.
           05  WS-SLW-REPEATS      PIC ZZ9.
           05  FILLER              PIC X(19)  VALUE
               ' FLAG(S) IN 30 DAYS'.
           05  FILLER              PIC X(28)  VALUE SPACE.

       01  WS-CKPT-LINE.
           05  FILLER              PIC X(25)  VALUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-YESTERDAY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 1).

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'SHIFTRPT - SHIFT HANDOVER SNAPSHOT'
           PERFORM 1000-LIST-OPEN-ALERTS
              THRU 1000-EXIT.

           PERFORM 1500-LIST-SUPERVISOR-ALERTS
              THRU 1500-EXIT.

           PERFORM 2000-LIST-CYCLE-STEPS
              THRU 2000-EXIT.

           PERFORM 2500-LIST-CARRIED-STEPS
              THRU 2500-EXIT.

           PERFORM 2700-LIST-STEP-FLAGS
              THRU 2700-EXIT.

           PERFORM 2800-LIST-SLOW-STEPS
              THRU 2800-EXIT.

           PERFORM 3000-SHOW-CHECKPOINT
              THRU 3000-EXIT.

           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           DISPLAY 'SHIFTRPT,OPEN ALERTS,' WS-OPEN-ALERTS.
           DISPLAY 'SHIFTRPT,ESCALATED TO SUPERVISOR,'
                   WS-SUPERVISOR-ALERTS.
           DISPLAY 'SHIFTRPT,CYCLE STEPS LISTED,' WS-CYCLE-STEPS.
           DISPLAY 'SHIFTRPT,PERIODIC STEPS CARRIED,'
                   WS-CARRIED-STEPS.
           DISPLAY 'SHIFTRPT,STEP FLAG CHANGES,'
                   WS-FLAG-CHANGES.
           DISPLAY 'SHIFTRPT,SLOW STEPS FLAGGED,'
                   WS-SLOW-STEPS.
           DISPLAY 'SHIFTRPT,PENDING PAST WINDOW,'
                   WS-STALE-PENDING.
           DISPLAY 'SHIFTRPT,ITEMS TO HAND OVER,'
       1000-EXIT.
           EXIT.

      *    AN ALERT THAT SAT UNACKNOWLEDGED LONG ENOUGH FOR ALERTESC
      *    TO WALK IT ALL THE WAY TO THE SUPERVISOR SINCE YESTERDAY
      *    IS LISTED WHETHER OR NOT IT HAS SINCE BEEN ACKED - THE
      *    INCOMING SHIFT SHOULD KNOW IT HAPPENED.

       1500-LIST-SUPERVISOR-ALERTS.

           MOVE 'ALERTS ESCALATED TO SUPERVISOR'
                                      TO WS-TEXT-LINE.
           PERFORM 0900-PRINT-TEXT
              THRU 0900-EXIT.

           OPEN INPUT ALERT-OWNER-FILE.

           IF AO-FILE-STATUS NOT = '00'
              MOVE '  NONE - NO ESCALATION RECORD'
                                      TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
              GO TO 1500-EXIT
           END-IF.

           OPEN INPUT ALERT-FILE.
           IF AL-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-ALERTS-OPENED
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO AO-ALERT-KEY.
           START ALERT-OWNER-FILE KEY NOT < AO-ALERT-KEY
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ ALERT-OWNER-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF  NOT FILE-AT-END
               AND AO-AT-SUPERVISOR
               AND AO-STEP-STAMP (3) (1:8) NUMERIC
               AND AO-STEP-STAMP (3) (1:8) >= WS-YESTERDAY-DATE
                   MOVE AO-ALERT-KEY (1:14) TO WS-SPV-STAMP
                   MOVE AO-SEVERITY    TO WS-SPV-SEV
                   MOVE AO-STEP-CONTACT (3) TO WS-SPV-CONTACT
                   MOVE AO-STEP-STAMP (3)   TO WS-SPV-REACHED
                   MOVE 'OPEN '        TO WS-SPV-STATUS
                   IF ALERTS-OPENED
                      MOVE AO-ALERT-KEY TO AL-ALERT-KEY
                      READ ALERT-FILE
                        INVALID KEY
                          MOVE '?    ' TO WS-SPV-STATUS
                        NOT INVALID KEY
                          IF NOT AL-UNACKNOWLEDGED
                             MOVE 'ACKED' TO WS-SPV-STATUS
                          END-IF
                      END-READ
                   END-IF
                   MOVE 'D'            TO RW-FUNCTION
                   MOVE WS-SUPV-LINE   TO RW-PRINT-LINE
                   CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
                   ADD 1               TO WS-SUPERVISOR-ALERTS
               END-IF
           END-PERFORM.

           CLOSE ALERT-OWNER-FILE.
           IF ALERTS-OPENED
              CLOSE ALERT-FILE
           END-IF.

           IF WS-SUPERVISOR-ALERTS = ZERO
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
           END-IF.

       1500-EXIT.
           EXIT.

       2000-LIST-CYCLE-STEPS.

           MOVE 'STREAM OUTCOMES THIS CYCLE'
                      MOVE SO-STEP-NAME   TO WS-STP-NAME
                      MOVE SO-DISPOSITION TO WS-STP-DISP
                      MOVE SO-SEVERITY    TO WS-STP-SEV
                      IF SO-DUE-DATE NUMERIC
                         MOVE '  DUE '    TO WS-STP-DUE-LABEL
                         MOVE SO-DUE-DATE TO WS-STP-DUE-DATE
                      ELSE
                         MOVE SPACE       TO WS-STP-DUE-LABEL
                                             WS-STP-DUE-DATE
                      END-IF
                      MOVE 'D'            TO RW-FUNCTION
                      MOVE WS-STEP-LINE   TO RW-PRINT-LINE
                      CALL 'RPTWRITE'
       2000-EXIT.
           EXIT.

      *    A PERIODIC STEP THAT FELL DUE ON A HALTED NIGHT STAYS ON
      *    STREAMCT'S CARRY-FORWARD LIST UNTIL IT RUNS - EVERY ONE IS
      *    AN ITEM THE INCOMING SHIFT INHERITS.

       2500-LIST-CARRIED-STEPS.

           MOVE 'PERIODIC STEPS CARRIED FORWARD'
                                      TO WS-TEXT-LINE.
           PERFORM 0900-PRINT-TEXT
              THRU 0900-EXIT.

           OPEN INPUT STREAM-CARRY-FILE.

           IF CY-FILE-STATUS NOT = '00'
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
              CLOSE STREAM-CARRY-FILE
              GO TO 2500-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ STREAM-CARRY-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF CY-STEP-NAME NOT = SPACE
                      MOVE CY-STEP-NAME   TO WS-CRY-NAME
                      MOVE CY-DUE-DATE    TO WS-CRY-DUE
                      MOVE CY-NIGHTS      TO WS-CRY-NIGHTS
                      MOVE 'D'            TO RW-FUNCTION
                      MOVE WS-CARRY-LINE  TO RW-PRINT-LINE
                      CALL 'RPTWRITE'
                           USING WS-RPTWRITE-PARAMETERS
                      ADD 1               TO WS-CARRIED-STEPS
                                             WS-ITEMS-TO-HAND-OVER
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE STREAM-CARRY-FILE.

           IF WS-CARRIED-STEPS = ZERO
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
           END-IF.

       2500-EXIT.
           EXIT.

      *    THE OPERATORS' HOLD, SKIP, FORCE AND RELEASE FLAGS FOR THE
      *    CYCLE, IN THE ORDER SET. THE STEP OUTCOMES ABOVE SHOW WHAT
      *    THE STREAM DID ABOUT EACH; THIS SHOWS WHO ASKED AND WHY.

       2700-LIST-STEP-FLAGS.

           MOVE 'OPERATOR STEP FLAGS THIS CYCLE'
                                      TO WS-TEXT-LINE.
           PERFORM 0900-PRINT-TEXT
              THRU 0900-EXIT.

           OPEN INPUT FLAG-LOG-FILE.

           IF FL-FILE-STATUS NOT = '00'
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
              CLOSE FLAG-LOG-FILE
              GO TO 2700-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ FLAG-LOG-FILE INTO STEP-FLAG-REC
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF SF-CYCLE-DATE = WS-BUSINESS-DATE
                      MOVE SF-SET-STAMP   TO WS-FLG-STAMP
                      MOVE SF-STEP-NAME   TO WS-FLG-STEP
                      EVALUATE TRUE
                        WHEN SF-HOLD
                          MOVE 'HOLD    ' TO WS-FLG-ACTION
                        WHEN SF-SKIP
                          MOVE 'SKIP    ' TO WS-FLG-ACTION
                        WHEN SF-FORCE
                          MOVE 'FORCE   ' TO WS-FLG-ACTION
                        WHEN OTHER
                          MOVE 'RELEASE ' TO WS-FLG-ACTION
                      END-EVALUATE
                      MOVE SF-SET-USER    TO WS-FLG-USER
                      MOVE SF-SET-TERM    TO WS-FLG-TERM
                      MOVE SF-REASON      TO WS-FLG-REASON
                      MOVE 'D'            TO RW-FUNCTION
                      MOVE WS-FLAG-LINE   TO RW-PRINT-LINE
                      CALL 'RPTWRITE'
                           USING WS-RPTWRITE-PARAMETERS
                      ADD 1               TO WS-FLAG-CHANGES
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE FLAG-LOG-FILE.

           IF WS-FLAG-CHANGES = ZERO
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
           END-IF.

       2700-EXIT.
           EXIT.

      *    STEPS ELAPCHK FLAGGED AS SLOW FOR LAST NIGHT OR TODAY - AN
      *    ITEM THE INCOMING SHIFT INHERITS, SINCE A STEP THAT HAS
      *    SUDDENLY SLOWED IS USUALLY THE FIRST SIGN OF TROUBLE.

       2800-LIST-SLOW-STEPS.

           MOVE 'STEPS RUNNING PAST THEIR ELAPSED-TIME BASELINE'
                                      TO WS-TEXT-LINE.
           PERFORM 0900-PRINT-TEXT
              THRU 0900-EXIT.

           OPEN INPUT ELAP-HIST-FILE.

           IF EH-FILE-STATUS NOT = '00'
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
              CLOSE ELAP-HIST-FILE
              GO TO 2800-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ ELAP-HIST-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF EH-NIGHT-DATE = WS-YESTERDAY-DATE
                   OR EH-NIGHT-DATE = WS-TODAY-DATE
                      MOVE EH-NIGHT-DATE  TO WS-SLW-NIGHT
                      MOVE EH-PROGRAM     TO WS-SLW-PROGRAM
                      MOVE EH-ELAPSED-SECS
                                          TO WS-SLW-SECS
                      MOVE EH-BASE-ELAPSED-SECS
                                          TO WS-SLW-BASE
                      MOVE EH-ELAPSED-PCT TO WS-SLW-ELAP-PCT
                      MOVE EH-RATE-PCT    TO WS-SLW-RATE-PCT
                      MOVE EH-REPEAT-COUNT
                                          TO WS-SLW-REPEATS
                      MOVE 'D'            TO RW-FUNCTION
                      MOVE WS-SLOW-LINE   TO RW-PRINT-LINE
                      CALL 'RPTWRITE'
                           USING WS-RPTWRITE-PARAMETERS
                      ADD 1               TO WS-SLOW-STEPS
                                             WS-ITEMS-TO-HAND-OVER
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ELAP-HIST-FILE.

           IF WS-SLOW-STEPS = ZERO
              MOVE '  NONE'           TO WS-TEXT-LINE
              PERFORM 0900-PRINT-TEXT
                 THRU 0900-EXIT
           END-IF.

       2800-EXIT.
           EXIT.

       3000-SHOW-CHECKPOINT.

           MOVE 'CONVERSION CHECKPOINT'
