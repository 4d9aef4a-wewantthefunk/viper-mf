       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. CHRISTIAN STRAMA.

      * MONTH-END PERIOD CLOSE. NOTHING USED TO MARK A MONTH AS
      * FINISHED, SO A DATED RERUN COULD BE SET UP FOR A DAY WHOSE
      * STATISTICS, SLA REPORT AND CHARGEBACK HAD ALREADY GONE OUT,
      * QUIETLY CHANGING FIGURES ALREADY PUBLISHED. THIS JOB RUNS ON
      * THE FIRST BUSINESS DAY OF THE MONTH (STRMSCHD FREQUENCY F,
      * SCHEDULED AFTER THE MONTH'S REPORTS) AND CERTIFIES THE MONTH
      * BEFORE THE BUSINESS DATE:
      *
      *   1. EVERY BUSINESS DAY OF THE MONTH (CMNBDCAL) MUST HAVE A
      *      CLEAN NIGHT - A STRMOUT STREAM RECORD OF COMPLETE AND A
      *      CBCERTH CHAIN CERTIFICATE OF CERTIFIED. A DATE RUN MORE
      *      THAN ONCE IS JUDGED ON ITS LAST RECORD OF EACH.
      *   2. A MONTH-END SNAPSHOT OF THE MASTERS - HICXREF, SSAXREF,
      *      ACKMAST, OUTCMAST AND MBIHIST - IS APPENDED TO PERSNAP:
      *      PER MASTER ITS RECORD COUNT AND A HASH TOTAL OVER THE
      *      WHOLE RECORD (DREXPORT'S ARITHMETIC, TAKEN OVER EVERY
      *      BYTE RATHER THAN THE KEY, SO A CHANGED FIELD SHOWS).
      *   3. THE MONTH IS RECORDED CLOSED ON THE PERCTL PERIOD
      *      CONTROL MASTER (COPYBOOK PERCTL), JOURNALED THROUGH
      *      MSTJRNL, AND THE CLOSE IS LOGGED ON PERLOG.
      *
      * ONCE CLOSED, GETBDATE REFUSES A BUSINESS DATE IN THE MONTH
      * AND RERUNSET WILL NOT SET ONE UP. AN UNCLEAN OR UNRECORDED
      * NIGHT, OR A MASTER THAT CANNOT BE SNAPSHOT, LEAVES THE MONTH
      * OPEN: EACH IS NAMED ON THE CERTIFICATE, A SEVERITY-08 ALERT
      * IS RAISED AND THE JOB ENDS RC-REJECT. ONCE THE NIGHTS ARE
      * PUT RIGHT, RUN IT AGAIN.
      *
      * THE OPTIONAL PERCLCTL CARD CHANGES WHAT THE RUN DOES:
      *
      *   COL 1      ACTION - C CLOSE (THE DEFAULT WITH NO CARD),
      *              R REOPEN
      *   COL 3-8    PERIOD YYYYMM - FOR A CLOSE, BLANK MEANS THE
      *              MONTH BEFORE THE BUSINESS DATE; A REOPEN MUST
      *              NAME IT
      *   COL 10-17  SUPERVISOR USER ID (REOPEN ONLY)
      *   COL 19-78  REASON (REOPEN ONLY, REQUIRED)
      *
      * A REOPEN IS TAKEN ONLY FROM A SUPERVISOR NAMED ON THE SITE-
      * MAINTAINED PERSUPV LIST (ONE USER ID PER ROW, COLUMNS 1-8)
      * AND ONLY WITH A REASON. IT SETS THE MONTH REOPENED, KEEPING
      * WHO, WHEN AND WHY ON THE CONTROL ROW, LOGS THE SAME ON
      * PERLOG AND RAISES A SEVERITY-04 ALERT. A REOPENED MONTH IS
      * CLOSED AGAIN BY A CLOSE CARD NAMING IT, WHICH RE-CERTIFIES
      * IT FROM SCRATCH. A CLOSE OF A MONTH ALREADY CLOSED CHANGES
      * NOTHING, AND A MONTH THAT HAS NOT ENDED CANNOT BE CLOSED.
      * UNDER BTCHTEST THE TEST-SCOPED MASTERS AND PERCTLT ARE USED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-CARD-FILE
                                  ASSIGN TO PERCLCTL
                                  FILE STATUS IS CC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SUPERVISOR-FILE
                                  ASSIGN TO PERSUPV
                                  FILE STATUS IS SV-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT PERIOD-CTL-FILE ASSIGN TO WS-PERCTL-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS PC-PERIOD
                                  FILE STATUS IS PC-FILE-STATUS.

           SELECT OPTIONAL STREAM-OUT-FILE
                                  ASSIGN TO STRMOUT
                                  FILE STATUS IS SO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CERT-HISTORY-FILE
                                  ASSIGN TO CBCERTH
                                  FILE STATUS IS CB-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT SSA-XREF-FILE   ASSIGN TO WS-SSAXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SX-SSA-HIC
                                  FILE STATUS IS SX-FILE-STATUS.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

           SELECT OUTC-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

           SELECT MBI-HIST-FILE   ASSIGN TO WS-MBIHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HS-MBI
                                  FILE STATUS IS HS-FILE-STATUS.

           SELECT SNAPSHOT-FILE   ASSIGN TO PERSNAP
                                  FILE STATUS IS SN-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT PERIOD-LOG-FILE ASSIGN TO PERLOG
                                  FILE STATUS IS PL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CONTROL-CARD-REC.
           05  CC-ACTION               PIC  X(01).
           05  FILLER                  PIC  X(01).
           05  CC-PERIOD               PIC  X(06).
           05  FILLER                  PIC  X(01).
           05  CC-SUPERVISOR           PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  CC-REASON               PIC  X(60).
           05  FILLER                  PIC  X(02).

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SUPERVISOR-REC.
           05  SV-USER-ID              PIC  X(08).
           05  FILLER                  PIC  X(72).

       FD  PERIOD-CTL-FILE.

           COPY PERCTL.

      *    STREAMCT'S STREAM-OUT-REC FILE LAYOUT.

       FD  STREAM-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  STREAM-OUT-REC.
           05  SO-DATE                 PIC  X(08).
           05  SO-DATE-PARTS REDEFINES SO-DATE.
               10  SO-PERIOD           PIC  X(06).
               10  SO-DAY              PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  SO-STEP-NAME            PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  SO-DISPOSITION          PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  SO-SEVERITY             PIC  9(02).
           05  FILLER                  PIC  X(01).
           05  SO-DUE-DATE             PIC  X(08).
           05  FILLER                  PIC  X(02).

       FD  CERT-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY CBCERT.

      *    ONLY THE KEY POSITIONS ARE NAMED - THE SNAPSHOT HASHES
      *    EACH RECORD WHOLE, DREXPORT'S ARRANGEMENT.

       FD  HIC-XREF-FILE.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  SSA-XREF-FILE.

       01  SSA-XREF-REC.
           05  SX-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(51).

       FD  ACK-MASTER-FILE.

       01  ACK-MASTER-REC.
           05  AK-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(46).

       FD  OUTC-MASTER-FILE.

       01  OUTC-MASTER-REC.
           05  OM-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(50).

       FD  MBI-HIST-FILE.

       01  MBI-HIST-REC.
           05  HS-MBI                  PIC  X(11).
           05  FILLER                  PIC  X(76).

      *    ONE SNAPSHOT ROW PER MASTER PER CLOSE.

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SNAPSHOT-REC.
           05  SN-PERIOD               PIC  X(06).
           05  FILLER                  PIC  X(01).
           05  SN-FILE-ID              PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  SN-COUNT                PIC  9(09).
           05  FILLER                  PIC  X(01).
           05  SN-HASH                 PIC  9(12).
           05  FILLER                  PIC  X(01).
           05  SN-STAMP                PIC  X(14).
           05  FILLER                  PIC  X(27).

      *    ONE ROW PER CLOSE OR REOPEN - WHEN, WHICH MONTH, WHO, WHY.

       FD  PERIOD-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  PERIOD-LOG-REC.
           05  PL-STAMP                PIC  X(14).
           05  FILLER                  PIC  X(01).
           05  PL-ACTION               PIC  X(06).
           05  FILLER                  PIC  X(01).
           05  PL-PERIOD               PIC  X(06).
           05  FILLER                  PIC  X(01).
           05  PL-BY                   PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  PL-REASON               PIC  X(60).
           05  FILLER                  PIC  X(02).

       WORKING-STORAGE SECTION.

       01  CC-FILE-STATUS              PIC  X(02).
       01  SV-FILE-STATUS              PIC  X(02).
       01  PC-FILE-STATUS              PIC  X(02).
       01  SO-FILE-STATUS              PIC  X(02).
       01  CB-FILE-STATUS              PIC  X(02).
       01  HX-FILE-STATUS              PIC  X(02).
       01  SX-FILE-STATUS              PIC  X(02).
       01  AK-FILE-STATUS              PIC  X(02).
       01  OM-FILE-STATUS              PIC  X(02).
       01  HS-FILE-STATUS              PIC  X(02).
       01  SN-FILE-STATUS              PIC  X(02).
       01  PL-FILE-STATUS              PIC  X(02).

       01  WS-PERCTL-DSN               PIC  X(08).
       01  WS-HICXREF-DSN              PIC  X(08).
       01  WS-SSAXREF-DSN              PIC  X(08).
       01  WS-ACKMAST-DSN              PIC  X(08).
       01  WS-OUTCMAST-DSN             PIC  X(08).
       01  WS-MBIHIST-DSN              PIC  X(08).

           COPY WSTMODE.

           COPY RETCODE.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  WS-FILE-EOF         PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                VALUE 'Y'.
           05  WS-NO-MORE-MASTER   PIC X(01)  VALUE 'N'.
               88  END-OF-MASTER              VALUE 'Y'.
           05  WS-CONTROL-OPEN     PIC X(01)  VALUE 'N'.
               88  CONTROL-OPEN               VALUE 'Y'.
           05  WS-ROW-FOUND        PIC X(01)  VALUE 'N'.
               88  ROW-FOUND                  VALUE 'Y'.
           05  WS-SUPERVISOR-OK    PIC X(01)  VALUE 'N'.
               88  SUPERVISOR-OK              VALUE 'Y'.

       01  WS-RUN-START-TIMESTAMP      PIC X(26)  VALUE SPACE.
       01  WS-NOW-STAMP                PIC X(14)  VALUE SPACE.

      *    WHAT THIS RUN WAS ASKED TO DO.

       01  WS-ACTION                   PIC X(01)  VALUE 'C'.
           88  CLOSE-REQUESTED                    VALUE 'C'.
           88  REOPEN-REQUESTED                   VALUE 'R'.
       01  WS-PERIOD                   PIC X(06)  VALUE SPACE.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(04).
           05  WS-PERIOD-MONTH         PIC 9(02).
       01  WS-SUPERVISOR               PIC X(08)  VALUE SPACE.
       01  WS-REASON                   PIC X(60)  VALUE SPACE.

       01  WS-BUSINESS-DATE            PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YEAR             PIC 9(04).
           05  WS-BUS-MONTH            PIC 9(02).
           05  FILLER                  PIC X(02).

      *    THE MONTH, ONE ENTRY PER DAY OF MONTH: WHETHER IT IS A
      *    BUSINESS DAY, AND THE LAST STREAM DISPOSITION AND CHAIN
      *    VERDICT RECORDED FOR IT.

       01  WS-MONTH-TABLE.
           05  WS-DAY-ENTRY            OCCURS 31 TIMES.
               10  WS-DAY-BUSINESS     PIC X(01).
               10  WS-DAY-STREAM       PIC X(08).
               10  WS-DAY-CHAIN        PIC X(01).

       01  WS-DAY-IDX                  PIC 9(02)  VALUE ZERO.
       01  WS-DATE-WORK                PIC 9(08)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-BUS-DAYS             PIC 9(09)  VALUE ZERO.
           05  WS-CLEAN-DAYS           PIC 9(09)  VALUE ZERO.
           05  WS-UNCLEAN-DAYS         PIC 9(09)  VALUE ZERO.
           05  WS-MASTERS-SHORTED      PIC 9(01)  VALUE ZERO.

      *    THE RUNNING SNAPSHOT OF ONE MASTER.

       01  WS-FILE-ID                  PIC X(08)  VALUE SPACE.
       01  WS-FILE-COUNT               PIC 9(09)  VALUE ZERO.
       01  WS-FILE-HASH                PIC 9(12)  VALUE ZERO.
       01  WS-IMAGE                    PIC X(135) VALUE SPACE.
       01  WS-IMAGE-LENGTH             PIC 9(03)  VALUE ZERO.
       01  WS-HASH-IDX                 PIC 9(03)  VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

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

      *    PARAMETERS FOR ALERTSUB - SAME LAYOUT AS ALERTSUB'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-ALERTSUB-PARAMETERS.
           05  AP-SOURCE-PGM           PIC  X(08).
           05  AP-SEVERITY             PIC  9(02).
           05  AP-ALERT-TEXT           PIC  X(60).
           05  AP-RETURN-CODE          PIC  9(02).

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

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

       01  WS-REPORT-TITLE.
           05  FILLER                  PIC X(38)
               VALUE 'PERCLOSE - PERIOD CLOSE CERTIFICATE - '.
           05  WS-TTL-PERIOD           PIC X(06).
           05  FILLER                  PIC X(16)  VALUE SPACE.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10)  VALUE 'DATE'.
           05  FILLER                  PIC X(10)  VALUE 'STREAM'.
           05  FILLER                  PIC X(12)  VALUE 'CHAIN CERT'.
           05  FILLER                  PIC X(100) VALUE 'NIGHT'.

       01  WS-DAY-LINE.
           05  WS-DYL-DATE             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-DYL-STREAM           PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-DYL-CHAIN            PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-DYL-VERDICT          PIC X(40).
           05  FILLER                  PIC X(60)  VALUE SPACE.

       01  WS-SNAP-LINE.
           05  FILLER                  PIC X(10)  VALUE 'SNAPSHOT'.
           05  WS-SNL-FILE             PIC X(08).
           05  FILLER                  PIC X(10)  VALUE ' RECORDS '.
           05  WS-SNL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07)  VALUE '  HASH '.
           05  WS-SNL-HASH             PIC 9(12).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-SNL-NOTE             PIC X(20).
           05  FILLER                  PIC X(52)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TOT-VERDICT          PIC X(40).
           05  FILLER                  PIC X(15)
               VALUE 'BUSINESS DAYS '.
           05  WS-TOT-DAYS             PIC Z9.
           05  FILLER                  PIC X(10)  VALUE '   CLEAN '.
           05  WS-TOT-CLEAN            PIC Z9.
           05  FILLER                  PIC X(12)  VALUE '   UNCLEAN '.
           05  WS-TOT-UNCLEAN          PIC Z9.
           05  FILLER                  PIC X(49)  VALUE SPACE.

       01  WS-TEXT-LINE                PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT RUN-REFUSED
              IF REOPEN-REQUESTED
                 PERFORM 3000-REOPEN-PERIOD
                    THRU 3000-EXIT
              ELSE
                 PERFORM 2000-CLOSE-PERIOD
                    THRU 2000-EXIT
              END-IF
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE WS-RUN-START-TIMESTAMP (1:14)
                                      TO WS-NOW-STAMP.
           MOVE 'PERCTL  '            TO MJ-FILE-ID.
           MOVE 'PERCLOSE'            TO MJ-SOURCE-PGM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'PERCTLT '          TO  WS-PERCTL-DSN
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'SSAXREFT'          TO  WS-SSAXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'MBIHISTT'          TO  WS-MBIHIST-DSN
           ELSE
               MOVE  'PERCTL  '          TO  WS-PERCTL-DSN
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'SSAXREF '          TO  WS-SSAXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'MBIHIST '          TO  WS-MBIHIST-DSN
           END-IF.

           PERFORM 1100-READ-CONTROL-CARD
              THRU 1100-EXIT.

           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

      *    A REOPEN MUST NOT ASK GETBDATE FOR THE BUSINESS DATE - THE
      *    DATE A RERUN IS WAITING ON IS USUALLY THE VERY ONE INSIDE
      *    THE CLOSED MONTH, AND GETBDATE WOULD REFUSE THE RUN.

           IF REOPEN-REQUESTED
              PERFORM 1200-CHECK-SUPERVISOR
                 THRU 1200-EXIT
           ELSE
              PERFORM 1300-SETTLE-CLOSE-PERIOD
                 THRU 1300-EXIT
           END-IF.

           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

      *    THE CONTROL MASTER IS CREATED EMPTY ON FIRST USE AT A NEW
      *    SITE, THE SAME WAY ALERTSUB CREATES THE ALERT MASTER.

           OPEN I-O PERIOD-CTL-FILE.

           IF PC-FILE-STATUS NOT = '00'
              OPEN OUTPUT PERIOD-CTL-FILE
              CLOSE       PERIOD-CTL-FILE
              OPEN I-O    PERIOD-CTL-FILE
           END-IF.

           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN THE PERIOD CONTROL '
                      'MASTER,' WS-PERCTL-DSN ',' PC-FILE-STATUS
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-CONTROL-OPEN.

           MOVE WS-PERIOD              TO PC-PERIOD.
           READ PERIOD-CTL-FILE
             INVALID KEY
               MOVE 'N'                TO WS-ROW-FOUND
             NOT INVALID KEY
               MOVE 'Y'                TO WS-ROW-FOUND
           END-READ.

       1000-EXIT.
           EXIT.

      *    THE OPTIONAL CARD - NO CARD, OR A BLANK ONE, IS A CLOSE OF
      *    THE MONTH BEFORE THE BUSINESS DATE.

       1100-READ-CONTROL-CARD.

           OPEN INPUT CONTROL-CARD-FILE.

           IF CC-FILE-STATUS = '00'
              READ CONTROL-CARD-FILE
                AT END
                  MOVE SPACE           TO CONTROL-CARD-REC
              END-READ
              IF CC-ACTION NOT = SPACE
                 MOVE CC-ACTION        TO WS-ACTION
              END-IF
              MOVE CC-PERIOD           TO WS-PERIOD
              MOVE CC-SUPERVISOR       TO WS-SUPERVISOR
              MOVE CC-REASON           TO WS-REASON
           END-IF.

           CLOSE CONTROL-CARD-FILE.

           IF NOT CLOSE-REQUESTED
           AND NOT REOPEN-REQUESTED
              DISPLAY 'PERCLOSE,CONTROL CARD ACTION MUST BE C OR R,'
                      WS-ACTION
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1100-EXIT
           END-IF.

           IF WS-PERIOD = SPACE
              GO TO 1100-EXIT
           END-IF.

           IF WS-PERIOD NOT NUMERIC
           OR WS-PERIOD-MONTH < 01
           OR WS-PERIOD-MONTH > 12
              DISPLAY 'PERCLOSE,CONTROL CARD PERIOD MUST BE YYYYMM,'
                      WS-PERIOD
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
           END-IF.

       1100-EXIT.
           EXIT.

      *    A REOPEN NEEDS THE MONTH, A REASON, AND A SUPERVISOR ON
      *    THE SITE'S PERSUPV LIST. NO LIST, NO REOPEN.

       1200-CHECK-SUPERVISOR.

           IF WS-PERIOD = SPACE
              DISPLAY 'PERCLOSE,A REOPEN MUST NAME THE PERIOD'
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1200-EXIT
           END-IF.

           IF WS-REASON = SPACE
              DISPLAY 'PERCLOSE,A REOPEN MUST GIVE A REASON'
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1200-EXIT
           END-IF.

           MOVE 'N'                    TO WS-SUPERVISOR-OK.

           OPEN INPUT SUPERVISOR-FILE.

           IF SV-FILE-STATUS = '00'
              MOVE 'N'                 TO WS-FILE-EOF
              PERFORM UNTIL FILE-AT-END
                         OR SUPERVISOR-OK
                  READ SUPERVISOR-FILE
                    AT END
                      MOVE 'Y'         TO WS-FILE-EOF
                    NOT AT END
                      IF  SV-USER-ID = WS-SUPERVISOR
                      AND SV-USER-ID NOT = SPACE
                          MOVE 'Y'     TO WS-SUPERVISOR-OK
                      END-IF
                  END-READ
              END-PERFORM
           END-IF.

           CLOSE SUPERVISOR-FILE.

           IF NOT SUPERVISOR-OK
              DISPLAY 'PERCLOSE,' WS-SUPERVISOR
                      ' IS NOT ON THE PERSUPV SUPERVISOR LIST,'
                      'REOPEN REFUSED'
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
           END-IF.

       1200-EXIT.
           EXIT.

      *    THE MONTH TO CLOSE - THE ONE BEFORE THE BUSINESS DATE
      *    UNLESS THE CARD NAMED ONE - WHICH MUST HAVE ENDED.

       1300-SETTLE-CLOSE-PERIOD.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE                TO WS-BUSINESS-DATE.

           IF WS-PERIOD = SPACE
              IF WS-BUS-MONTH = 01
                 COMPUTE WS-PERIOD-YEAR = WS-BUS-YEAR - 1
                 MOVE 12               TO WS-PERIOD-MONTH
              ELSE
                 MOVE WS-BUS-YEAR      TO WS-PERIOD-YEAR
                 COMPUTE WS-PERIOD-MONTH = WS-BUS-MONTH - 1
              END-IF
           END-IF.

           IF WS-PERIOD NOT < WS-BUSINESS-DATE (1:6)
              DISPLAY 'PERCLOSE,PERIOD ' WS-PERIOD
                      ' HAS NOT ENDED ON BUSINESS DATE '
                      WS-BUSINESS-DATE ',CLOSE REFUSED'
              SET RC-REJECT            TO TRUE
              MOVE 'Y'                 TO WS-RUN-REFUSED
           END-IF.

       1300-EXIT.
           EXIT.

      *****************************************************************
      *  CLOSE - CERTIFY EVERY NIGHT, SNAPSHOT THE MASTERS, RECORD    *
      *  THE MONTH CLOSED.                                            *
      *****************************************************************
       2000-CLOSE-PERIOD.

           IF  ROW-FOUND
           AND PC-PERIOD-CLOSED
               DISPLAY 'PERCLOSE,PERIOD ' WS-PERIOD
                       ' IS ALREADY CLOSED (' PC-CLOSED-STAMP
                       '),NOTHING CHANGED'
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-PERIOD              TO WS-TTL-PERIOD.
           MOVE 'I'                    TO RW-FUNCTION.
           MOVE WS-REPORT-TITLE        TO RW-TITLE.
           MOVE WS-COLUMN-HEADING      TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM 2100-MARK-BUSINESS-DAYS
              THRU 2100-EXIT.

           PERFORM 2200-READ-STREAM-OUTCOMES
              THRU 2200-EXIT.

           PERFORM 2300-READ-CERTIFICATES
              THRU 2300-EXIT.

           PERFORM 2400-JUDGE-ONE-DAY
              THRU 2400-EXIT
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > 31.

           IF WS-UNCLEAN-DAYS = ZERO
              PERFORM 2500-TAKE-SNAPSHOT
                 THRU 2500-EXIT
           END-IF.

           MOVE WS-BUS-DAYS            TO WS-TOT-DAYS.
           MOVE WS-CLEAN-DAYS          TO WS-TOT-CLEAN.
           MOVE WS-UNCLEAN-DAYS        TO WS-TOT-UNCLEAN.

           IF WS-UNCLEAN-DAYS > ZERO
           OR WS-MASTERS-SHORTED > ZERO
              MOVE 'PERIOD NOT CLOSED - LEFT OPEN'
                                       TO WS-TOT-VERDICT
              SET RC-REJECT            TO TRUE
              MOVE SPACE               TO AP-ALERT-TEXT
              IF WS-UNCLEAN-DAYS > ZERO
                 STRING 'PERIOD ' WS-PERIOD ' NOT CLOSED - '
                        WS-TOT-UNCLEAN ' NIGHTS NOT CERTIFIED CLEAN'
                        DELIMITED BY SIZE INTO AP-ALERT-TEXT
              ELSE
                 STRING 'PERIOD ' WS-PERIOD ' NOT CLOSED - '
                        'MASTER SNAPSHOT INCOMPLETE'
                        DELIMITED BY SIZE INTO AP-ALERT-TEXT
              END-IF
              MOVE 08                  TO AP-SEVERITY
              PERFORM 8500-RAISE-ALERT
                 THRU 8500-EXIT
           ELSE
              PERFORM 2600-RECORD-CLOSED
                 THRU 2600-EXIT
           END-IF.

           MOVE 'T'                    TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           DISPLAY 'PERCLOSE,PERIOD ' WS-PERIOD ',' WS-TOT-VERDICT.

       2000-EXIT.
           EXIT.

      *    WHICH DAYS OF THE MONTH ARE BUSINESS DAYS - A DAY PAST THE
      *    MONTH'S END COMES BACK FROM CMNBDCAL AS NOT A DATE.

       2100-MARK-BUSINESS-DAYS.

           MOVE SPACE                  TO WS-MONTH-TABLE.

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               COMPUTE WS-DATE-WORK =
                  WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100
                  + WS-DAY-IDX
               MOVE 'B'                TO CAL-FUNCTION
               MOVE SPACE              TO CAL-ENVIRONMENT
               MOVE WS-DATE-WORK       TO CAL-DATE-1
               CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS
               IF CAL-RESULT-FLAG = 'Y'
                  MOVE 'Y'             TO WS-DAY-BUSINESS (WS-DAY-IDX)
                  ADD 1                TO WS-BUS-DAYS
               END-IF
           END-PERFORM.

       2100-EXIT.
           EXIT.

      *    THE STREAM RECORD STREAMCT WRITES LAST FOR EACH NIGHT -
      *    COMPLETE OR HALTED. A LATER RECORD FOR THE SAME DATE (A
      *    RESTART OR DATED RERUN) REPLACES AN EARLIER ONE.

       2200-READ-STREAM-OUTCOMES.

           OPEN INPUT STREAM-OUT-FILE.

           IF SO-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,NO STRMOUT - NO NIGHT CAN BE PROVEN'
              CLOSE STREAM-OUT-FILE
              GO TO 2200-EXIT
           END-IF.

           MOVE 'N'                    TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ STREAM-OUT-FILE
                 AT END
                   MOVE 'Y'            TO WS-FILE-EOF
                 NOT AT END
                   IF  SO-PERIOD = WS-PERIOD
                   AND SO-STEP-NAME = 'STREAM  '
                   AND SO-DAY NUMERIC
                   AND SO-DAY > ZERO
                   AND SO-DAY NOT > 31
                       MOVE SO-DISPOSITION
                         TO WS-DAY-STREAM (SO-DAY)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE STREAM-OUT-FILE.

       2200-EXIT.
           EXIT.

      *    THE LAST CHAINBAL VERDICT FOR EACH NIGHT, THE SAME WAY.

       2300-READ-CERTIFICATES.

           OPEN INPUT CERT-HISTORY-FILE.

           IF CB-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,NO CBCERTH - NO NIGHT CAN BE PROVEN'
              CLOSE CERT-HISTORY-FILE
              GO TO 2300-EXIT
           END-IF.

           MOVE 'N'                    TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ CERT-HISTORY-FILE
                 AT END
                   MOVE 'Y'            TO WS-FILE-EOF
                 NOT AT END
                   IF  CB-BUS-DATE (1:6) = WS-PERIOD
                   AND CB-BUS-DATE (7:2) NUMERIC
                   AND CB-BUS-DATE (7:2) > '00'
                   AND CB-BUS-DATE (7:2) NOT > '31'
                       MOVE CB-BUS-DATE (7:2)
                                       TO WS-DAY-IDX
                       MOVE CB-VERDICT
                         TO WS-DAY-CHAIN (WS-DAY-IDX)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE CERT-HISTORY-FILE.

       2300-EXIT.
           EXIT.

       2400-JUDGE-ONE-DAY.

           IF WS-DAY-BUSINESS (WS-DAY-IDX) NOT = 'Y'
              GO TO 2400-EXIT
           END-IF.

           COMPUTE WS-DATE-WORK =
              WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100
              + WS-DAY-IDX.
           MOVE WS-DATE-WORK           TO WS-DYL-DATE.

           IF WS-DAY-STREAM (WS-DAY-IDX) = SPACE
              MOVE 'NONE'              TO WS-DYL-STREAM
           ELSE
              MOVE WS-DAY-STREAM (WS-DAY-IDX)
                                       TO WS-DYL-STREAM
           END-IF.

           EVALUATE WS-DAY-CHAIN (WS-DAY-IDX)
             WHEN 'C'
               MOVE 'CERTIFIED'        TO WS-DYL-CHAIN
             WHEN 'F'
               MOVE 'UNBALANCED'       TO WS-DYL-CHAIN
             WHEN OTHER
               MOVE 'NONE'             TO WS-DYL-CHAIN
           END-EVALUATE.

           EVALUATE TRUE
             WHEN WS-DAY-STREAM (WS-DAY-IDX) = 'COMPLETE'
              AND WS-DAY-CHAIN (WS-DAY-IDX) = 'C'
               MOVE 'CLEAN'            TO WS-DYL-VERDICT
               ADD 1                   TO WS-CLEAN-DAYS
             WHEN WS-DAY-STREAM (WS-DAY-IDX) = SPACE
               MOVE 'NOT CLEAN - NO STREAM RECORD'
                                       TO WS-DYL-VERDICT
               ADD 1                   TO WS-UNCLEAN-DAYS
             WHEN WS-DAY-STREAM (WS-DAY-IDX) NOT = 'COMPLETE'
               MOVE 'NOT CLEAN - STREAM DID NOT COMPLETE'
                                       TO WS-DYL-VERDICT
               ADD 1                   TO WS-UNCLEAN-DAYS
             WHEN WS-DAY-CHAIN (WS-DAY-IDX) = SPACE
               MOVE 'NOT CLEAN - NO CHAIN CERTIFICATE'
                                       TO WS-DYL-VERDICT
               ADD 1                   TO WS-UNCLEAN-DAYS
             WHEN OTHER
               MOVE 'NOT CLEAN - CHAIN NOT BALANCED'
                                       TO WS-DYL-VERDICT
               ADD 1                   TO WS-UNCLEAN-DAYS
           END-EVALUATE.

           MOVE 'D'                    TO RW-FUNCTION.
           MOVE WS-DAY-LINE            TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       2400-EXIT.
           EXIT.

      *****************************************************************
      *  THE MONTH-END SNAPSHOT - ONE PERSNAP ROW AND ONE CERTIFICATE *
      *  LINE PER MASTER. A MASTER THAT CANNOT BE OPENED IS RECORDED  *
      *  AS ZERO RECORDS AND KEEPS THE MONTH OPEN.                    *
      *****************************************************************
       2500-TAKE-SNAPSHOT.

           OPEN EXTEND SNAPSHOT-FILE.
           IF SN-FILE-STATUS NOT = '00'
              OPEN OUTPUT SNAPSHOT-FILE
           END-IF.

           IF SN-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN PERSNAP,'
                      SN-FILE-STATUS
              MOVE 5                   TO WS-MASTERS-SHORTED
              GO TO 2500-EXIT
           END-IF.

           PERFORM 2510-SNAP-HICXREF
              THRU 2510-EXIT.
           PERFORM 2520-SNAP-SSAXREF
              THRU 2520-EXIT.
           PERFORM 2530-SNAP-ACKMAST
              THRU 2530-EXIT.
           PERFORM 2540-SNAP-OUTCMAST
              THRU 2540-EXIT.
           PERFORM 2550-SNAP-MBIHIST
              THRU 2550-EXIT.

           CLOSE SNAPSHOT-FILE.

       2500-EXIT.
           EXIT.

       2510-SNAP-HICXREF.

           MOVE 'HICXREF '             TO WS-FILE-ID.
           MOVE ZERO                   TO WS-FILE-COUNT
                                          WS-FILE-HASH.
           MOVE LENGTH OF HIC-XREF-REC TO WS-IMAGE-LENGTH.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN ' WS-HICXREF-DSN ','
                      HX-FILE-STATUS
              ADD 1                    TO WS-MASTERS-SHORTED
              MOVE 'NOT OPENED'        TO WS-SNL-NOTE
              PERFORM 2590-WRITE-SNAPSHOT
                 THRU 2590-EXIT
              GO TO 2510-EXIT
           END-IF.

           MOVE 'N'                    TO WS-NO-MORE-MASTER.
           MOVE LOW-VALUES             TO HX-RRB-HIC.
           START HIC-XREF-FILE KEY NOT < HX-RRB-HIC
              INVALID KEY
                 MOVE 'Y'              TO WS-NO-MORE-MASTER
           END-START.

           PERFORM UNTIL END-OF-MASTER
               READ HIC-XREF-FILE NEXT
                  AT END MOVE 'Y' TO WS-NO-MORE-MASTER
               END-READ
               IF NOT END-OF-MASTER
                  MOVE HIC-XREF-REC    TO WS-IMAGE
                  PERFORM 2580-HASH-IMAGE
                     THRU 2580-EXIT
               END-IF
           END-PERFORM.

           CLOSE HIC-XREF-FILE.

           MOVE SPACE                  TO WS-SNL-NOTE.
           PERFORM 2590-WRITE-SNAPSHOT
              THRU 2590-EXIT.

       2510-EXIT.
           EXIT.

       2520-SNAP-SSAXREF.

           MOVE 'SSAXREF '             TO WS-FILE-ID.
           MOVE ZERO                   TO WS-FILE-COUNT
                                          WS-FILE-HASH.
           MOVE LENGTH OF SSA-XREF-REC TO WS-IMAGE-LENGTH.

           OPEN INPUT SSA-XREF-FILE.

           IF SX-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN ' WS-SSAXREF-DSN ','
                      SX-FILE-STATUS
              ADD 1                    TO WS-MASTERS-SHORTED
              MOVE 'NOT OPENED'        TO WS-SNL-NOTE
              PERFORM 2590-WRITE-SNAPSHOT
                 THRU 2590-EXIT
              GO TO 2520-EXIT
           END-IF.

           MOVE 'N'                    TO WS-NO-MORE-MASTER.
           MOVE LOW-VALUES             TO SX-SSA-HIC.
           START SSA-XREF-FILE KEY NOT < SX-SSA-HIC
              INVALID KEY
                 MOVE 'Y'              TO WS-NO-MORE-MASTER
           END-START.

           PERFORM UNTIL END-OF-MASTER
               READ SSA-XREF-FILE NEXT
                  AT END MOVE 'Y' TO WS-NO-MORE-MASTER
               END-READ
               IF NOT END-OF-MASTER
                  MOVE SSA-XREF-REC    TO WS-IMAGE
                  PERFORM 2580-HASH-IMAGE
                     THRU 2580-EXIT
               END-IF
           END-PERFORM.

           CLOSE SSA-XREF-FILE.

           MOVE SPACE                  TO WS-SNL-NOTE.
           PERFORM 2590-WRITE-SNAPSHOT
              THRU 2590-EXIT.

       2520-EXIT.
           EXIT.

       2530-SNAP-ACKMAST.

           MOVE 'ACKMAST '             TO WS-FILE-ID.
           MOVE ZERO                   TO WS-FILE-COUNT
                                          WS-FILE-HASH.
           MOVE LENGTH OF ACK-MASTER-REC
                                       TO WS-IMAGE-LENGTH.

           OPEN INPUT ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN ' WS-ACKMAST-DSN ','
                      AK-FILE-STATUS
              ADD 1                    TO WS-MASTERS-SHORTED
              MOVE 'NOT OPENED'        TO WS-SNL-NOTE
              PERFORM 2590-WRITE-SNAPSHOT
                 THRU 2590-EXIT
              GO TO 2530-EXIT
           END-IF.

           MOVE 'N'                    TO WS-NO-MORE-MASTER.
           MOVE LOW-VALUES             TO AK-SSA-HIC.
           START ACK-MASTER-FILE KEY NOT < AK-SSA-HIC
              INVALID KEY
                 MOVE 'Y'              TO WS-NO-MORE-MASTER
           END-START.

           PERFORM UNTIL END-OF-MASTER
               READ ACK-MASTER-FILE NEXT
                  AT END MOVE 'Y' TO WS-NO-MORE-MASTER
               END-READ
               IF NOT END-OF-MASTER
                  MOVE ACK-MASTER-REC  TO WS-IMAGE
                  PERFORM 2580-HASH-IMAGE
                     THRU 2580-EXIT
               END-IF
           END-PERFORM.

           CLOSE ACK-MASTER-FILE.

           MOVE SPACE                  TO WS-SNL-NOTE.
           PERFORM 2590-WRITE-SNAPSHOT
              THRU 2590-EXIT.

       2530-EXIT.
           EXIT.

       2540-SNAP-OUTCMAST.

           MOVE 'OUTCMAST'             TO WS-FILE-ID.
           MOVE ZERO                   TO WS-FILE-COUNT
                                          WS-FILE-HASH.
           MOVE LENGTH OF OUTC-MASTER-REC
                                       TO WS-IMAGE-LENGTH.

           OPEN INPUT OUTC-MASTER-FILE.

           IF OM-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN ' WS-OUTCMAST-DSN ','
                      OM-FILE-STATUS
              ADD 1                    TO WS-MASTERS-SHORTED
              MOVE 'NOT OPENED'        TO WS-SNL-NOTE
              PERFORM 2590-WRITE-SNAPSHOT
                 THRU 2590-EXIT
              GO TO 2540-EXIT
           END-IF.

           MOVE 'N'                    TO WS-NO-MORE-MASTER.
           MOVE LOW-VALUES             TO OM-RRB-HIC.
           START OUTC-MASTER-FILE KEY NOT < OM-RRB-HIC
              INVALID KEY
                 MOVE 'Y'              TO WS-NO-MORE-MASTER
           END-START.

           PERFORM UNTIL END-OF-MASTER
               READ OUTC-MASTER-FILE NEXT
                  AT END MOVE 'Y' TO WS-NO-MORE-MASTER
               END-READ
               IF NOT END-OF-MASTER
                  MOVE OUTC-MASTER-REC TO WS-IMAGE
                  PERFORM 2580-HASH-IMAGE
                     THRU 2580-EXIT
               END-IF
           END-PERFORM.

           CLOSE OUTC-MASTER-FILE.

           MOVE SPACE                  TO WS-SNL-NOTE.
           PERFORM 2590-WRITE-SNAPSHOT
              THRU 2590-EXIT.

       2540-EXIT.
           EXIT.

       2550-SNAP-MBIHIST.

           MOVE 'MBIHIST '             TO WS-FILE-ID.
           MOVE ZERO                   TO WS-FILE-COUNT
                                          WS-FILE-HASH.
           MOVE LENGTH OF MBI-HIST-REC TO WS-IMAGE-LENGTH.

           OPEN INPUT MBI-HIST-FILE.

           IF HS-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN ' WS-MBIHIST-DSN ','
                      HS-FILE-STATUS
              ADD 1                    TO WS-MASTERS-SHORTED
              MOVE 'NOT OPENED'        TO WS-SNL-NOTE
              PERFORM 2590-WRITE-SNAPSHOT
                 THRU 2590-EXIT
              GO TO 2550-EXIT
           END-IF.

           MOVE 'N'                    TO WS-NO-MORE-MASTER.
           MOVE LOW-VALUES             TO HS-MBI.
           START MBI-HIST-FILE KEY NOT < HS-MBI
              INVALID KEY
                 MOVE 'Y'              TO WS-NO-MORE-MASTER
           END-START.

           PERFORM UNTIL END-OF-MASTER
               READ MBI-HIST-FILE NEXT
                  AT END MOVE 'Y' TO WS-NO-MORE-MASTER
               END-READ
               IF NOT END-OF-MASTER
                  MOVE MBI-HIST-REC    TO WS-IMAGE
                  PERFORM 2580-HASH-IMAGE
                     THRU 2580-EXIT
               END-IF
           END-PERFORM.

           CLOSE MBI-HIST-FILE.

           MOVE SPACE                  TO WS-SNL-NOTE.
           PERFORM 2590-WRITE-SNAPSHOT
              THRU 2590-EXIT.

       2550-EXIT.
           EXIT.

      *    DREXPORT'S HASH - EACH BYTE'S ORDINAL VALUE WEIGHTED BY ITS
      *    POSITION, SUMMED MODULO TWELVE DIGITS - TAKEN OVER THE
      *    WHOLE RECORD.

       2580-HASH-IMAGE.

           ADD 1                       TO WS-FILE-COUNT.

           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > WS-IMAGE-LENGTH
               COMPUTE WS-FILE-HASH =
                  FUNCTION MOD (
                     (WS-FILE-HASH
                      + (FUNCTION ORD (WS-IMAGE (WS-HASH-IDX:1))
                         * WS-HASH-IDX))
                     999999999999)
           END-PERFORM.

       2580-EXIT.
           EXIT.

       2590-WRITE-SNAPSHOT.

           MOVE SPACE                  TO SNAPSHOT-REC.
           MOVE WS-PERIOD              TO SN-PERIOD.
           MOVE WS-FILE-ID             TO SN-FILE-ID.
           MOVE WS-FILE-COUNT          TO SN-COUNT.
           MOVE WS-FILE-HASH           TO SN-HASH.
           MOVE WS-NOW-STAMP           TO SN-STAMP.
           WRITE SNAPSHOT-REC.

           MOVE WS-FILE-ID             TO WS-SNL-FILE.
           MOVE WS-FILE-COUNT          TO WS-SNL-COUNT.
           MOVE WS-FILE-HASH           TO WS-SNL-HASH.
           MOVE 'D'                    TO RW-FUNCTION.
           MOVE WS-SNAP-LINE           TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       2590-EXIT.
           EXIT.

      *    THE CONTROL ROW GOES TO CLOSED. A REOPENED MONTH KEEPS
      *    ITS LAST REOPEN ON THE ROW; THE CLOSE COUNT SAYS HOW MANY
      *    TIMES IT HAS BEEN CERTIFIED.

       2600-RECORD-CLOSED.

           IF NOT ROW-FOUND
              MOVE SPACE               TO PERIOD-CTL-REC
              MOVE WS-PERIOD           TO PC-PERIOD
              MOVE ZERO                TO PC-CLOSE-COUNT
           END-IF.

           SET PC-PERIOD-CLOSED        TO TRUE.
           MOVE WS-BUS-DAYS            TO PC-BUS-DAYS.
           MOVE WS-NOW-STAMP           TO PC-CLOSED-STAMP.
           IF PC-CLOSE-COUNT < 99
              ADD 1                    TO PC-CLOSE-COUNT
           END-IF.

           IF ROW-FOUND
              REWRITE PERIOD-CTL-REC
              MOVE 'R'                 TO MJ-ACTION
           ELSE
              WRITE PERIOD-CTL-REC
              MOVE 'W'                 TO MJ-ACTION
           END-IF.

           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO RECORD PERIOD ' WS-PERIOD
                      ' CLOSED,' PC-FILE-STATUS
              MOVE 'PERIOD NOT CLOSED - CONTROL WRITE FAILED'
                                       TO WS-TOT-VERDICT
              SET RC-REJECT            TO TRUE
              GO TO 2600-EXIT
           END-IF.

           MOVE PERIOD-CTL-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           MOVE 'CLOSED'               TO PL-ACTION.
           MOVE 'PERCLOSE'             TO PL-BY.
           MOVE SPACE                  TO PL-REASON.
           PERFORM 8600-LOG-PERIOD-ACTION
              THRU 8600-EXIT.

           MOVE 'PERIOD CERTIFIED AND CLOSED'
                                       TO WS-TOT-VERDICT.

       2600-EXIT.
           EXIT.

      *****************************************************************
      *  REOPEN - A CLOSED MONTH GOES TO REOPENED, WITH WHO, WHEN AND *
      *  WHY KEPT ON THE ROW AND ON THE LOG.                          *
      *****************************************************************
       3000-REOPEN-PERIOD.

           IF NOT ROW-FOUND
           OR NOT PC-PERIOD-CLOSED
              DISPLAY 'PERCLOSE,PERIOD ' WS-PERIOD
                      ' IS NOT CLOSED,NOTHING TO REOPEN'
              SET RC-REJECT            TO TRUE
              GO TO 3000-EXIT
           END-IF.

           SET PC-PERIOD-REOPENED      TO TRUE.
           MOVE WS-NOW-STAMP           TO PC-REOPEN-STAMP.
           MOVE WS-SUPERVISOR          TO PC-REOPEN-BY.
           MOVE WS-REASON              TO PC-REOPEN-REASON.

           REWRITE PERIOD-CTL-REC.

           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO REOPEN PERIOD ' WS-PERIOD
                      ',' PC-FILE-STATUS
              SET RC-REJECT            TO TRUE
              GO TO 3000-EXIT
           END-IF.

           MOVE 'R'                    TO MJ-ACTION.
           MOVE PERIOD-CTL-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           MOVE 'REOPEN'               TO PL-ACTION.
           MOVE WS-SUPERVISOR          TO PL-BY.
           MOVE WS-REASON              TO PL-REASON.
           PERFORM 8600-LOG-PERIOD-ACTION
              THRU 8600-EXIT.

           MOVE SPACE                  TO AP-ALERT-TEXT.
           STRING 'PERIOD ' WS-PERIOD ' REOPENED BY ' WS-SUPERVISOR
                  ' - SEE PERLOG FOR THE REASON'
                  DELIMITED BY SIZE INTO AP-ALERT-TEXT.
           MOVE 04                     TO AP-SEVERITY.
           PERFORM 8500-RAISE-ALERT
              THRU 8500-EXIT.

           DISPLAY 'PERCLOSE,PERIOD ' WS-PERIOD ' REOPENED BY '
                   WS-SUPERVISOR.
           DISPLAY 'PERCLOSE,REASON,' WS-REASON.

       3000-EXIT.
           EXIT.

       8000-TERMINATE.

           IF CONTROL-OPEN
              CLOSE PERIOD-CTL-FILE
           END-IF.

           MOVE 'PERCLOSE'             TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'PERCTL  '             TO RL-INPUT-DDNAME.
           MOVE WS-BUS-DAYS            TO RL-RECORDS-READ.
           MOVE WS-CLEAN-DAYS          TO RL-RECORDS-ACCEPTED.
           MOVE WS-UNCLEAN-DAYS        TO RL-RECORDS-REJECTED.
           MOVE WS-RETURN-CODE         TO RL-SEVERITY.
           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE WS-RETURN-CODE         TO RETURN-CODE.

       8000-EXIT.
           EXIT.

       8500-RAISE-ALERT.

           MOVE 'PERCLOSE'             TO AP-SOURCE-PGM.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

       8500-EXIT.
           EXIT.

      *    ONE PERLOG ROW - THE CALLER HAS SET THE ACTION, WHO AND
      *    WHY. A LOG THAT CANNOT BE OPENED IS SAID SO ON SYSOUT; THE
      *    CONTROL ROW AND ITS JOURNAL ENTRY STILL CARRY THE CHANGE.

       8600-LOG-PERIOD-ACTION.

           OPEN EXTEND PERIOD-LOG-FILE.
           IF PL-FILE-STATUS NOT = '00'
              OPEN OUTPUT PERIOD-LOG-FILE
           END-IF.

           IF PL-FILE-STATUS NOT = '00'
              DISPLAY 'PERCLOSE,UNABLE TO OPEN PERLOG,'
                      PL-FILE-STATUS
              GO TO 8600-EXIT
           END-IF.

           MOVE WS-NOW-STAMP           TO PL-STAMP.
           MOVE WS-PERIOD              TO PL-PERIOD.
           WRITE PERIOD-LOG-REC.

           CLOSE PERIOD-LOG-FILE.

       8600-EXIT.
           EXIT.
