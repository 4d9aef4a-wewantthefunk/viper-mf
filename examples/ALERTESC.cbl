       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTESC.
       AUTHOR. CHRISTIAN STRAMA.

      * SHOP ALERT FACILITY - THE ESCALATION SIDE. ALERTVW FLAGS AN
      * UNACKNOWLEDGED RC-ABEND ALERT ONCE IT IS A SHIFT OLD, BUT
      * ONLY FOR WHOEVER HAPPENS TO BE LOOKING AT ALERTVW. THIS TASK
      * IS RUN BY THE SCHEDULER EVERY FEW MINUTES (A QUARTER HOUR IS
      * THE USUAL INTERVAL) AND WALKS EVERY UNACKNOWLEDGED ALERT UP A
      * THREE-LEVEL LADDER - PRIMARY, SECONDARY, SUPERVISOR - TAKEN
      * FROM THE SITE-MAINTAINED ONCALL ROSTER:
      *
      *   ROW: DAY(8) SP START(4) SP END(4) SP
      *        PRIMARY(8) SP DEST(8) SP SECONDARY(8) SP DEST(8) SP
      *        SUPERVISOR(8) SP DEST(8)
      *
      * DAY IS A YYYYMMDD DATE, OR BUSDAY / NONBUS FOR THE STANDING
      * ROWS THAT COVER ANY BUSINESS / NON-BUSINESS DAY WITHOUT A
      * DATED ROW OF ITS OWN - CMNBDCAL DECIDES WHICH, SO A HOLIDAY
      * GETS THE WEEKEND COVER. START AND END ARE HHMM; AN END
      * BEFORE THE START IS AN OVERNIGHT SHIFT, ITS EARLY HOURS
      * BELONGING TO THE DAY BEFORE (THE SAME RULE AS ACCSRVW'S
      * OPERSHFT FILE). THE FIRST ROW COVERING THE CURRENT TIME
      * WINS: TODAY'S DATED ROWS, THEN YESTERDAY'S OVERNIGHT DATED
      * ROWS, THEN THE STANDING ROWS IN THE SAME ORDER. WITH NO ROW
      * AT ALL THE CONTACT IS NOROSTER AT DESTINATION CONSOLE AND
      * THE RUN ENDS AT SEVERITY 4 SO THE GAP IS SEEN.
      *
      * THE ESCALATION POLICY IS PER ALERT SEVERITY, IN MINUTES AN
      * ALERT MAY SIT UNACKNOWLEDGED AT ONE LEVEL BEFORE IT MOVES TO
      * THE NEXT - SITEPARM ALRTESCMIN04, ALRTESCMIN08, ALRTESCMIN10
      * AND ALRTESCMIN12 (DEFAULTS 0, 120, 60 AND 30). A SEVERITY
      * BETWEEN TWO STEPS USES THE LOWER ONE; ZERO MEANS THAT
      * SEVERITY NEVER ESCALATES, THOUGH IT IS STILL ASSIGNED.
      *
      * THE FIRST TIME AN UNACKNOWLEDGED ALERT IS SEEN IT IS
      * ASSIGNED TO THE CURRENT PRIMARY. EACH STEP - THE ASSIGNMENT
      * AND EVERY ESCALATION - IS RECORDED ON THE ALERT'S ALERTOWN
      * COMPANION ROW (COPYBOOK ALRTOWN) WITH ITS TIME, CONTACT AND
      * DESTINATION, AND THE ALERT IS RE-RAISED TO THAT CONTACT AS
      * ONE ROW ON THE ALRTNTFY NOTIFICATION FILE, WHICH THE SITE'S
      * DELIVERY JOB ROUTES BY DESTINATION. AN ALERT AT SUPERVISOR
      * LEVEL GOES NO HIGHER. AN ACKNOWLEDGED ALERT IS LEFT ALONE -
      * ITS COMPANION ROW STAYS AS THE RECORD OF HOW FAR IT WENT.
      * EVERY WRITE AND REWRITE OF THE COMPANION IS JOURNALED
      * THROUGH MSTJRNL; UNDER BTCHTEST THE TEST-SCOPED ALERTFLT AND
      * ALERTOWT COPIES ARE USED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ALERT-FILE      ASSIGN TO WS-ALERTFIL-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AL-ALERT-KEY
                                  FILE STATUS IS AL-FILE-STATUS.

           SELECT ALERT-OWNER-FILE
                                  ASSIGN TO WS-ALERTOWN-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AO-ALERT-KEY
                                  FILE STATUS IS AO-FILE-STATUS.

           SELECT OPTIONAL ROSTER-FILE
                                  ASSIGN TO ONCALL
                                  FILE STATUS IS OC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT NOTIFY-FILE     ASSIGN TO ALRTNTFY
                                  FILE STATUS IS NT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    ALERTSUB'S ALERT-REC FILE LAYOUT.

       FD  ALERT-FILE.

       01  ALERT-REC.
           05  AL-ALERT-KEY            PIC  X(26).
           05  AL-SOURCE-PGM           PIC  X(08).
           05  AL-SEVERITY             PIC  9(02).
           05  AL-ALERT-TEXT           PIC  X(60).
           05  AL-ACK-FLAG             PIC  X(01).
               88  AL-UNACKNOWLEDGED               VALUE ' '.
           05  AL-ACK-USER             PIC  X(08).
           05  AL-ACK-NOTE             PIC  X(30).

       FD  ALERT-OWNER-FILE.

           COPY ALRTOWN.

       FD  ROSTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ROSTER-REC.
           05  OC-DAY                  PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  OC-START                PIC  X(04).
           05  OC-START-N REDEFINES OC-START
                                       PIC  9(04).
           05  FILLER                  PIC  X(01).
           05  OC-END                  PIC  X(04).
           05  OC-END-N REDEFINES OC-END
                                       PIC  9(04).
           05  OC-CONTACT              OCCURS 3 TIMES.
               10  FILLER              PIC  X(01).
               10  OC-CONTACT-ID       PIC  X(08).
               10  FILLER              PIC  X(01).
               10  OC-CONTACT-DEST     PIC  X(08).
           05  FILLER                  PIC  X(08).

      *    ONE RE-RAISED ALERT FOR THE DELIVERY JOB - WHEN, TO WHICH
      *    DESTINATION AND CONTACT, AT WHAT LEVEL, AND THE ALERT.

       FD  NOTIFY-FILE
           RECORD CONTAINS 134 CHARACTERS.

       01  NOTIFY-REC.
           05  NT-STAMP                PIC  X(14).
           05  FILLER                  PIC  X(01).
           05  NT-DEST                 PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  NT-CONTACT              PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  NT-LEVEL                PIC  X(10).
           05  FILLER                  PIC  X(01).
           05  NT-ALERT-STAMP          PIC  X(14).
           05  FILLER                  PIC  X(01).
           05  NT-SOURCE-PGM           PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  NT-SEVERITY             PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  NT-ESCALATIONS          PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  NT-ALERT-TEXT           PIC  X(60).

       WORKING-STORAGE SECTION.

       01  AL-FILE-STATUS              PIC  X(02).
       01  AO-FILE-STATUS              PIC  X(02).
       01  OC-FILE-STATUS              PIC  X(02).
       01  NT-FILE-STATUS              PIC  X(02).

       01  WS-ALERTFIL-DSN             PIC  X(08).
       01  WS-ALERTOWN-DSN             PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  WS-FILE-EOF         PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                VALUE 'Y'.
           05  WS-NO-ROSTER-ROW    PIC X(01)  VALUE 'N'.
               88  NO-ROSTER-ROW              VALUE 'Y'.

       01  WS-RUN-START-TIMESTAMP      PIC X(26).

       01  WS-COUNTERS.
           05  WS-OPEN-ALERTS          PIC 9(09)  VALUE ZERO.
           05  WS-ASSIGNED             PIC 9(09)  VALUE ZERO.
           05  WS-ESCALATED            PIC 9(09)  VALUE ZERO.
           05  WS-TO-SUPERVISOR        PIC 9(09)  VALUE ZERO.
           05  WS-WRITE-FAILED         PIC 9(09)  VALUE ZERO.

      *    MINUTES UNACKNOWLEDGED AT ONE LEVEL BEFORE THE NEXT, BY
      *    SEVERITY STEP 04 / 08 / 10 / 12 - ZERO NEVER ESCALATES.

       01  WS-POLICY.
           05  WS-ESC-MIN-04           PIC 9(04)  VALUE 0000.
           05  WS-ESC-MIN-08           PIC 9(04)  VALUE 0120.
           05  WS-ESC-MIN-10           PIC 9(04)  VALUE 0060.
           05  WS-ESC-MIN-12           PIC 9(04)  VALUE 0030.

       01  WS-ESC-MINUTES              PIC 9(04)  VALUE ZERO.

       01  WS-LEVEL-NAMES.
           05  FILLER                  PIC X(10)  VALUE 'PRIMARY'.
           05  FILLER                  PIC X(10)  VALUE 'SECONDARY'.
           05  FILLER                  PIC X(10)  VALUE 'SUPERVISOR'.
       01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
           05  WS-LEVEL-NAME           PIC X(10)  OCCURS 3 TIMES.

      *    THE ROSTER, LOADED ONCE.

       01  WS-ROSTER-COUNT             PIC 9(03)  VALUE ZERO.
       01  WS-ROSTER-TABLE.
           05  WS-RST-ENTRY            OCCURS 300 TIMES.
               10  WS-RST-DAY          PIC X(08).
               10  WS-RST-START        PIC 9(04).
               10  WS-RST-END          PIC 9(04).
               10  WS-RST-CONTACT      OCCURS 3 TIMES.
                   15  WS-RST-ID       PIC X(08).
                   15  WS-RST-DEST     PIC X(08).

       01  WS-RST-IDX                  PIC 9(03)  VALUE ZERO.
       01  WS-RST-FOUND                PIC 9(03)  VALUE ZERO.
       01  WS-LVL-IDX                  PIC 9(01)  VALUE ZERO.

      *    WHO IS ON CALL RIGHT NOW, BY LEVEL.

       01  WS-ON-CALL.
           05  WS-ON-CALL-ENTRY        OCCURS 3 TIMES.
               10  WS-ON-CALL-ID       PIC X(08).
               10  WS-ON-CALL-DEST     PIC X(08).

      *    THE ROSTER MATCH ASKED FOR - THE DAY VALUE, AND WHETHER THE
      *    ROW MUST COVER THE CURRENT TIME ON THAT DAY ('S') OR BE AN
      *    OVERNIGHT SHIFT STILL RUNNING INTO THIS MORNING ('E').

       01  WS-MATCH-DAY                PIC X(08)  VALUE SPACE.
       01  WS-MATCH-MODE               PIC X(01)  VALUE SPACE.

       01  WS-NOW-STAMP                PIC X(14)  VALUE SPACE.
       01  WS-NOW-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-NOW-HHMM                 PIC 9(04)  VALUE ZERO.
       01  WS-PREV-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-NOW-CLASS                PIC X(08)  VALUE SPACE.
       01  WS-PREV-CLASS               PIC X(08)  VALUE SPACE.
       01  WS-DATE-INTEGER             PIC S9(08) VALUE ZERO.
       01  WS-NOW-MINUTES              PIC 9(09)  VALUE ZERO.

      *    A YYYYMMDDHHMM STAMP TURNED INTO MINUTES SINCE THE
      *    CALENDAR'S DAY ZERO, FOR THE UNACKNOWLEDGED-FOR TEST.

       01  WS-CALC-STAMP               PIC X(14)  VALUE SPACE.
       01  WS-CALC-PARTS REDEFINES WS-CALC-STAMP.
           05  WS-CALC-DATE            PIC 9(08).
           05  WS-CALC-HH              PIC 9(02).
           05  WS-CALC-MM              PIC 9(02).
           05  FILLER                  PIC X(02).
       01  WS-CALC-MINUTES             PIC 9(09)  VALUE ZERO.
       01  WS-ELAPSED-MINUTES          PIC S9(09) VALUE ZERO.

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

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC X(08).
           05  MJ-ACTION               PIC X(01).
           05  MJ-SOURCE-PGM           PIC X(08).
           05  MJ-RECORD-IMAGE         PIC X(135).

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

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT RUN-REFUSED
              PERFORM 2000-SCAN-ALERTS
                 THRU 2000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE WS-RUN-START-TIMESTAMP (1:14)
                                      TO WS-NOW-STAMP.
           MOVE 'ALERTOWN'            TO MJ-FILE-ID.
           MOVE 'ALERTESC'            TO MJ-SOURCE-PGM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'ALERTFLT'          TO  WS-ALERTFIL-DSN
               MOVE  'ALERTOWT'          TO  WS-ALERTOWN-DSN
           ELSE
               MOVE  'ALERTFIL'          TO  WS-ALERTFIL-DSN
               MOVE  'ALERTOWN'          TO  WS-ALERTOWN-DSN
           END-IF.

           OPEN INPUT ALERT-FILE.

           IF AL-FILE-STATUS NOT = '00'
              DISPLAY 'ALERTESC,UNABLE TO OPEN THE ALERT MASTER,'
                      WS-ALERTFIL-DSN ',' AL-FILE-STATUS
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

      *    THE COMPANION IS CREATED EMPTY ON FIRST USE AT A NEW SITE,
      *    THE SAME WAY ALERTSUB CREATES THE ALERT MASTER.

           OPEN I-O ALERT-OWNER-FILE.

           IF AO-FILE-STATUS NOT = '00'
              OPEN OUTPUT ALERT-OWNER-FILE
              CLOSE       ALERT-OWNER-FILE
              OPEN I-O    ALERT-OWNER-FILE
           END-IF.

           IF AO-FILE-STATUS NOT = '00'
              DISPLAY 'ALERTESC,UNABLE TO OPEN THE OWNERSHIP '
                      'COMPANION,' WS-ALERTOWN-DSN ','
                      AO-FILE-STATUS
              CLOSE ALERT-FILE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN EXTEND NOTIFY-FILE.
           IF NT-FILE-STATUS NOT = '00'
              OPEN OUTPUT NOTIFY-FILE
           END-IF.

           PERFORM 1100-LOAD-ROSTER
              THRU 1100-EXIT.

           PERFORM 1200-LOAD-POLICY
              THRU 1200-EXIT.

           PERFORM 1300-FIND-ON-CALL
              THRU 1300-EXIT.

           MOVE WS-NOW-STAMP          TO WS-CALC-STAMP.
           PERFORM 2400-STAMP-MINUTES
              THRU 2400-EXIT.
           MOVE WS-CALC-MINUTES       TO WS-NOW-MINUTES.

       1000-EXIT.
           EXIT.

      *    THE ROSTER ROWS, IN FILE ORDER. A ROW WHOSE TIMES ARE NOT
      *    HHMM IS SKIPPED AND SAID SO.

       1100-LOAD-ROSTER.

           OPEN INPUT ROSTER-FILE.

           IF OC-FILE-STATUS NOT = '00'
              DISPLAY 'ALERTESC,NO ONCALL ROSTER'
              GO TO 1100-EXIT
           END-IF.

           MOVE 'N'                    TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ ROSTER-FILE
                 AT END
                   MOVE 'Y'            TO WS-FILE-EOF
                 NOT AT END
                   IF  OC-START NUMERIC
                   AND OC-END NUMERIC
                   AND OC-DAY NOT = SPACE
                       IF WS-ROSTER-COUNT < 300
                          ADD 1        TO WS-ROSTER-COUNT
                          MOVE OC-DAY
                            TO WS-RST-DAY (WS-ROSTER-COUNT)
                          MOVE OC-START-N
                            TO WS-RST-START (WS-ROSTER-COUNT)
                          MOVE OC-END-N
                            TO WS-RST-END (WS-ROSTER-COUNT)
                          PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                                    UNTIL WS-LVL-IDX > 3
                              MOVE OC-CONTACT-ID (WS-LVL-IDX)
                                TO WS-RST-ID
                                   (WS-ROSTER-COUNT WS-LVL-IDX)
                              MOVE OC-CONTACT-DEST (WS-LVL-IDX)
                                TO WS-RST-DEST
                                   (WS-ROSTER-COUNT WS-LVL-IDX)
                          END-PERFORM
                       ELSE
                          DISPLAY 'ALERTESC,ONCALL ROWS EXCEED TABLE '
                                  'MAX 300,ROW IGNORED,' OC-DAY
                       END-IF
                   ELSE
                       DISPLAY 'ALERTESC,ONCALL ROW IGNORED,' OC-DAY
                               ',' OC-START ',' OC-END
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ROSTER-FILE.

       1100-EXIT.
           EXIT.

      *    THE PER-SEVERITY ESCALATION MINUTES. A VALUE OVER A DAY IS
      *    TAKEN AS A TYPING SLIP AND THE DEFAULT KEPT.

       1200-LOAD-POLICY.

           MOVE 'ALRTESCMIN04'        TO PM-NAME.
           MOVE '0'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE NOT > 1440
              MOVE PM-NUMERIC-VALUE   TO WS-ESC-MIN-04
           END-IF.

           MOVE 'ALRTESCMIN08'        TO PM-NAME.
           MOVE '120'                 TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE NOT > 1440
              MOVE PM-NUMERIC-VALUE   TO WS-ESC-MIN-08
           END-IF.

           MOVE 'ALRTESCMIN10'        TO PM-NAME.
           MOVE '60'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE NOT > 1440
              MOVE PM-NUMERIC-VALUE   TO WS-ESC-MIN-10
           END-IF.

           MOVE 'ALRTESCMIN12'        TO PM-NAME.
           MOVE '30'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE NOT > 1440
              MOVE PM-NUMERIC-VALUE   TO WS-ESC-MIN-12
           END-IF.

           DISPLAY 'ALERTESC,ESCALATION MINUTES,SEV 04,' WS-ESC-MIN-04
                   ',SEV 08,' WS-ESC-MIN-08 ',SEV 10,' WS-ESC-MIN-10
                   ',SEV 12,' WS-ESC-MIN-12.

       1200-EXIT.
           EXIT.

      *    WHO IS ON CALL NOW: TODAY'S DATED ROWS, YESTERDAY'S DATED
      *    OVERNIGHT ROWS, THEN THE STANDING ROWS FOR TODAY'S AND
      *    YESTERDAY'S KIND OF DAY.

       1300-FIND-ON-CALL.

           MOVE WS-NOW-STAMP (1:8)    TO WS-NOW-DATE.
           MOVE WS-NOW-STAMP (9:4)    TO WS-NOW-HHMM.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) - 1.
           COMPUTE WS-PREV-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

           MOVE 'B'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE WS-NOW-DATE           TO CAL-DATE-1.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.
           IF CAL-RESULT-FLAG = 'Y'
              MOVE 'BUSDAY  '         TO WS-NOW-CLASS
           ELSE
              MOVE 'NONBUS  '         TO WS-NOW-CLASS
           END-IF.

           MOVE WS-PREV-DATE          TO CAL-DATE-1.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.
           IF CAL-RESULT-FLAG = 'Y'
              MOVE 'BUSDAY  '         TO WS-PREV-CLASS
           ELSE
              MOVE 'NONBUS  '         TO WS-PREV-CLASS
           END-IF.

           MOVE ZERO                  TO WS-RST-FOUND.

           MOVE WS-NOW-DATE           TO WS-MATCH-DAY.
           MOVE 'S'                   TO WS-MATCH-MODE.
           PERFORM 1350-MATCH-ROSTER
              THRU 1350-EXIT.

           IF WS-RST-FOUND = ZERO
              MOVE WS-PREV-DATE       TO WS-MATCH-DAY
              MOVE 'E'                TO WS-MATCH-MODE
              PERFORM 1350-MATCH-ROSTER
                 THRU 1350-EXIT
           END-IF.

           IF WS-RST-FOUND = ZERO
              MOVE WS-NOW-CLASS       TO WS-MATCH-DAY
              MOVE 'S'                TO WS-MATCH-MODE
              PERFORM 1350-MATCH-ROSTER
                 THRU 1350-EXIT
           END-IF.

           IF WS-RST-FOUND = ZERO
              MOVE WS-PREV-CLASS      TO WS-MATCH-DAY
              MOVE 'E'                TO WS-MATCH-MODE
              PERFORM 1350-MATCH-ROSTER
                 THRU 1350-EXIT
           END-IF.

           IF WS-RST-FOUND = ZERO
              MOVE 'Y'                TO WS-NO-ROSTER-ROW
              PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                        UNTIL WS-LVL-IDX > 3
                  MOVE 'NOROSTER'     TO WS-ON-CALL-ID (WS-LVL-IDX)
                  MOVE 'CONSOLE '     TO WS-ON-CALL-DEST (WS-LVL-IDX)
              END-PERFORM
              DISPLAY 'ALERTESC,NO ONCALL ROW COVERS ' WS-NOW-DATE
                      ' ' WS-NOW-HHMM ',NOTICES GO TO CONSOLE'
              GO TO 1300-EXIT
           END-IF.

           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                     UNTIL WS-LVL-IDX > 3
               MOVE WS-RST-ID (WS-RST-FOUND WS-LVL-IDX)
                                      TO WS-ON-CALL-ID (WS-LVL-IDX)
               MOVE WS-RST-DEST (WS-RST-FOUND WS-LVL-IDX)
                                      TO WS-ON-CALL-DEST (WS-LVL-IDX)
           END-PERFORM.

           DISPLAY 'ALERTESC,ON CALL,' WS-RST-DAY (WS-RST-FOUND)
                   ',' WS-RST-START (WS-RST-FOUND)
                   '-' WS-RST-END (WS-RST-FOUND)
                   ',' WS-ON-CALL-ID (1)
                   ',' WS-ON-CALL-ID (2)
                   ',' WS-ON-CALL-ID (3).

       1300-EXIT.
           EXIT.

      *    FIRST ROSTER ROW FOR WS-MATCH-DAY COVERING THE CURRENT
      *    TIME. 'S' - A DAY SHIFT RUNNING NOW, OR AN OVERNIGHT SHIFT
      *    THAT HAS STARTED; 'E' - AN OVERNIGHT SHIFT NOT YET ENDED.

       1350-MATCH-ROSTER.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                     UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                        OR WS-RST-FOUND > ZERO
               IF WS-RST-DAY (WS-RST-IDX) = WS-MATCH-DAY
                  IF WS-MATCH-MODE = 'S'
                     IF WS-RST-START (WS-RST-IDX)
                                  NOT > WS-RST-END (WS-RST-IDX)
                        IF  WS-NOW-HHMM NOT < WS-RST-START (WS-RST-IDX)
                        AND WS-NOW-HHMM < WS-RST-END (WS-RST-IDX)
                            MOVE WS-RST-IDX TO WS-RST-FOUND
                        END-IF
                     ELSE
                        IF WS-NOW-HHMM NOT < WS-RST-START (WS-RST-IDX)
                           MOVE WS-RST-IDX  TO WS-RST-FOUND
                        END-IF
                     END-IF
                  ELSE
                     IF  WS-RST-START (WS-RST-IDX)
                                      > WS-RST-END (WS-RST-IDX)
                     AND WS-NOW-HHMM < WS-RST-END (WS-RST-IDX)
                         MOVE WS-RST-IDX    TO WS-RST-FOUND
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       1350-EXIT.
           EXIT.

      *    EVERY UNACKNOWLEDGED ALERT, OLDEST FIRST.

       2000-SCAN-ALERTS.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO AL-ALERT-KEY.
           START ALERT-FILE KEY NOT < AL-ALERT-KEY
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ ALERT-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF  NOT FILE-AT-END
               AND AL-UNACKNOWLEDGED
                   PERFORM 2100-LADDER-ONE-ALERT
                      THRU 2100-EXIT
               END-IF
           END-PERFORM.

       2000-EXIT.
           EXIT.

      *    ASSIGNS A NEWLY SEEN ALERT TO THE PRIMARY, OR STEPS AN
      *    ASSIGNED ONE UP A LEVEL ONCE IT HAS SAT AT ITS CURRENT
      *    LEVEL FOR ITS SEVERITY'S MINUTES.

       2100-LADDER-ONE-ALERT.

           ADD 1                      TO WS-OPEN-ALERTS.

           MOVE AL-ALERT-KEY          TO AO-ALERT-KEY.

           READ ALERT-OWNER-FILE
             INVALID KEY
               MOVE '23'              TO AO-FILE-STATUS
           END-READ.

           IF AO-FILE-STATUS = '23'
              PERFORM 2200-ASSIGN-PRIMARY
                 THRU 2200-EXIT
              GO TO 2100-EXIT
           END-IF.

           IF AO-FILE-STATUS NOT = '00'
              DISPLAY 'ALERTESC,COMPANION READ FAILED,' AO-ALERT-KEY
                      ',' AO-FILE-STATUS
              GO TO 2100-EXIT
           END-IF.

           IF NOT AO-AT-PRIMARY
           AND NOT AO-AT-SECONDARY
              GO TO 2100-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN AL-SEVERITY >= 12
               MOVE WS-ESC-MIN-12     TO WS-ESC-MINUTES
             WHEN AL-SEVERITY >= 10
               MOVE WS-ESC-MIN-10     TO WS-ESC-MINUTES
             WHEN AL-SEVERITY >= 08
               MOVE WS-ESC-MIN-08     TO WS-ESC-MINUTES
             WHEN AL-SEVERITY >= 04
               MOVE WS-ESC-MIN-04     TO WS-ESC-MINUTES
             WHEN OTHER
               MOVE ZERO              TO WS-ESC-MINUTES
           END-EVALUATE.

           IF WS-ESC-MINUTES = ZERO
              GO TO 2100-EXIT
           END-IF.

           MOVE AO-STEP-STAMP (AO-LEVEL)
                                      TO WS-CALC-STAMP.
           PERFORM 2400-STAMP-MINUTES
              THRU 2400-EXIT.

           COMPUTE WS-ELAPSED-MINUTES =
                   WS-NOW-MINUTES - WS-CALC-MINUTES.

           IF WS-ELAPSED-MINUTES < WS-ESC-MINUTES
              GO TO 2100-EXIT
           END-IF.

           ADD 1                      TO AO-LEVEL.
           ADD 1                      TO AO-ESCALATIONS.
           MOVE WS-NOW-STAMP          TO AO-STEP-STAMP (AO-LEVEL).
           MOVE WS-ON-CALL-ID (AO-LEVEL)
                                      TO AO-STEP-CONTACT (AO-LEVEL).
           MOVE WS-ON-CALL-DEST (AO-LEVEL)
                                      TO AO-STEP-DEST (AO-LEVEL).

           REWRITE ALERT-OWNER-REC
             INVALID KEY
               ADD 1                  TO WS-WRITE-FAILED
               DISPLAY 'ALERTESC,REWRITE FAILED,' AO-ALERT-KEY ','
                       AO-FILE-STATUS
               GO TO 2100-EXIT
           END-REWRITE.

           MOVE 'R'                   TO MJ-ACTION.
           MOVE ALERT-OWNER-REC       TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           ADD 1                      TO WS-ESCALATED.
           IF AO-AT-SUPERVISOR
              ADD 1                   TO WS-TO-SUPERVISOR
           END-IF.

           DISPLAY 'ALERTESC,ESCALATED,' AL-ALERT-KEY (1:14) ','
                   AL-SOURCE-PGM ',SEV ' AL-SEVERITY ','
                   WS-LEVEL-NAME (AO-LEVEL) ','
                   AO-STEP-CONTACT (AO-LEVEL).

           PERFORM 2300-WRITE-NOTICE
              THRU 2300-EXIT.

       2100-EXIT.
           EXIT.

       2200-ASSIGN-PRIMARY.

           MOVE SPACE                 TO ALERT-OWNER-REC.
           MOVE AL-ALERT-KEY          TO AO-ALERT-KEY.
           MOVE 1                     TO AO-LEVEL.
           MOVE ZERO                  TO AO-ESCALATIONS.
           MOVE AL-SEVERITY           TO AO-SEVERITY.
           MOVE WS-NOW-STAMP          TO AO-STEP-STAMP (1).
           MOVE WS-ON-CALL-ID (1)     TO AO-STEP-CONTACT (1).
           MOVE WS-ON-CALL-DEST (1)   TO AO-STEP-DEST (1).

           WRITE ALERT-OWNER-REC
             INVALID KEY
               ADD 1                  TO WS-WRITE-FAILED
               DISPLAY 'ALERTESC,WRITE FAILED,' AO-ALERT-KEY ','
                       AO-FILE-STATUS
               GO TO 2200-EXIT
           END-WRITE.

           MOVE 'W'                   TO MJ-ACTION.
           MOVE ALERT-OWNER-REC       TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           ADD 1                      TO WS-ASSIGNED.

           PERFORM 2300-WRITE-NOTICE
              THRU 2300-EXIT.

       2200-EXIT.
           EXIT.

      *    RE-RAISES THE ALERT TO THE CONTACT AT ITS NEW LEVEL.

       2300-WRITE-NOTICE.

           MOVE SPACE                 TO NOTIFY-REC.
           MOVE WS-NOW-STAMP          TO NT-STAMP.
           MOVE AO-STEP-DEST (AO-LEVEL)
                                      TO NT-DEST.
           MOVE AO-STEP-CONTACT (AO-LEVEL)
                                      TO NT-CONTACT.
           MOVE WS-LEVEL-NAME (AO-LEVEL)
                                      TO NT-LEVEL.
           MOVE AL-ALERT-KEY (1:14)   TO NT-ALERT-STAMP.
           MOVE AL-SOURCE-PGM         TO NT-SOURCE-PGM.
           MOVE AL-SEVERITY           TO NT-SEVERITY.
           MOVE AO-ESCALATIONS        TO NT-ESCALATIONS.
           MOVE AL-ALERT-TEXT         TO NT-ALERT-TEXT.

           WRITE NOTIFY-REC.

       2300-EXIT.
           EXIT.

      *    WS-CALC-STAMP (YYYYMMDDHHMM...) TO WS-CALC-MINUTES. A STAMP
      *    THAT IS NOT A DATE ANSWERS NOW, SO A DAMAGED STEP TIME
      *    RESTARTS ITS CLOCK RATHER THAN ESCALATING AT ONCE.

       2400-STAMP-MINUTES.

           IF  WS-CALC-STAMP (1:12) NUMERIC
           AND WS-CALC-DATE > 16010101
              COMPUTE WS-CALC-MINUTES =
                      (FUNCTION INTEGER-OF-DATE (WS-CALC-DATE) * 1440)
                    + (WS-CALC-HH * 60) + WS-CALC-MM
           ELSE
              MOVE WS-NOW-MINUTES     TO WS-CALC-MINUTES
           END-IF.

       2400-EXIT.
           EXIT.

       8000-TERMINATE.

           IF NOT RUN-REFUSED
              CLOSE ALERT-FILE
                    ALERT-OWNER-FILE
                    NOTIFY-FILE
           END-IF.

           DISPLAY 'ALERTESC,UNACKNOWLEDGED ALERTS,' WS-OPEN-ALERTS.
           DISPLAY 'ALERTESC,ASSIGNED TO PRIMARY,' WS-ASSIGNED.
           DISPLAY 'ALERTESC,ESCALATED,' WS-ESCALATED.
           DISPLAY 'ALERTESC,REACHED SUPERVISOR,' WS-TO-SUPERVISOR.
           DISPLAY 'ALERTESC,COMPANION WRITES FAILED,' WS-WRITE-FAILED.

      *    A REFUSED RUN IS A REJECT; A SUPERVISOR ESCALATION, A
      *    ROSTER GAP OR A FAILED WRITE IS A WARNING.

           MOVE 'ALERTESC'             TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'ALERTFIL'             TO RL-INPUT-DDNAME.
           MOVE WS-OPEN-ALERTS         TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED = WS-ASSIGNED + WS-ESCALATED.
           MOVE WS-WRITE-FAILED        TO RL-RECORDS-REJECTED.

           IF RUN-REFUSED
              MOVE 08                  TO RL-SEVERITY
           ELSE
           IF WS-TO-SUPERVISOR > ZERO
           OR NO-ROSTER-ROW
           OR WS-WRITE-FAILED > ZERO
              MOVE 04                  TO RL-SEVERITY
           ELSE
              MOVE 00                  TO RL-SEVERITY
           END-IF
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY            TO RETURN-CODE.

       8000-EXIT.
           EXIT.
