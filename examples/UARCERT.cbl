       IDENTIFICATION DIVISION.
       PROGRAM-ID. UARCERT.
       AUTHOR. CHRISTIAN STRAMA.

      * QUARTERLY RECERTIFICATION OF OPERATOR MENU AUTHORIZATIONS.
      * MENUMAP GRANTS EACH OPERATOR THE SELECTIONS FLAGGED 'Y' ON
      * THEIR USERAUTH ROW (COPYBOOK UAUTHREC), BUT NOTHING EVER TOOK
      * ACCESS AWAY - AN OPERATOR WHO CHANGED UNITS YEARS AGO COULD
      * STILL REACH HICINQ AND RERUNSET. THIS STEP OPENS THE QUARTER'S
      * RECERTIFICATION CYCLE AND PRINTS, THROUGH RPTWRITE, EVERY
      * OPERATOR'S AUTHORIZATIONS BY SUPERVISOR AND UNIT BESIDE WHAT
      * THE OPERATOR ACTUALLY USED IN THE QUARTER:
      *
      *   MENU USES  THE OPERATOR'S SELCOUNT TALLIES FOR THE QUARTER,
      *              PER SELECTION AND IN ALL (AN INVALID ENTRY OR AN
      *              EXIT STILL SAYS THE OPERATOR SIGNED ON).
      *   LOOKUPS    THE OPERATOR'S BENEFICIARY LOOKUPS ON THE ACCSHIST
      *              GENERATIONS THE JCL CONCATENATES (TRAINING-SESSION
      *              LOOKUPS ARE PASSED OVER, AS ACCSRVW DOES).
      *
      * AN AUTHORIZATION WITH NO MENU USE ALL QUARTER IS FLAGGED
      * UNUSED, AND AN OPERATOR WITH NEITHER MENU USE NOR A LOOKUP IS
      * FLAGGED NO SIGN-ON. WITHOUT A SELCOUNT TO READ NEITHER FLAG
      * CAN BE JUDGED, SO NEITHER IS RAISED. OPERATORS SEEN USING THE
      * MENU WHO HAVE NO USERAUTH ROW - AND SO HOLD EVERY SELECTION BY
      * DEFAULT - ARE LISTED AFTER THE SUPERVISORS' SECTIONS, SINCE
      * THEIR ACCESS CANNOT BE RECERTIFIED UNTIL THEY ARE CONFIGURED.
      *
      * THE UARCCTL CARD NAMES THE QUARTER (YYYYQN IN COLS 1-6);
      * WITHOUT ONE, THE QUARTER HOLDING THE BUSINESS DATE, FOR THE
      * STREAMCT QUARTER-END RUN. OPENING THE CYCLE MARKS EVERY GRANTED
      * SELECTION 'P' - AWAITING A DECISION - WITH A DEADLINE OF THE
      * BUSINESS DATE PLUS THE SITE'S RECERTDAYS (SITEPARM, DEFAULT
      * 30), REWRITING THE ROW THROUGH MSTJRNL. A SELECTION ALREADY
      * SUSPENDED STAYS SUSPENDED AND IS LISTED SO ITS SUPERVISOR CAN
      * BRING IT BACK. A SELECTION STILL AWAITING A DECISION FROM AN
      * EARLIER CYCLE WHOSE DEADLINE HAS PASSED IS SUSPENDED FIRST,
      * AS UARCAPP WOULD HAVE DONE. A RERUN FOR A QUARTER ALREADY
      * OPENED CHANGES NOTHING AND REPRINTS THE CYCLE AS IT STANDS.
      *
      * EVERY SELECTION STILL TO BE DECIDED GOES ON THE UARCTURN
      * TURNAROUND DECK (COPYBOOK UARCDEC) WITH ITS DECISION AND
      * SUPERVISOR BLANK; THE SUPERVISOR KEYS K (KEEP) OR R (REVOKE)
      * AND THEIR OWN USER ID, AND THE DECK COMES BACK AS UARCDEC FOR
      * UARCAPP. ENDS RC 4 WHEN ANYTHING IS FLAGGED OR SUSPENDED.
      * UNDER THE SHARED BTCHTEST SWITCH THE TEST-SCOPED USERAUTT AND
      * SELCNTT ARE USED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL RECERT-CTL-FILE
                                  ASSIGN TO UARCCTL
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT USER-AUTH-FILE  ASSIGN TO WS-USERAUTH-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS UA-USER-ID
                                  FILE STATUS IS UA-FILE-STATUS.

           SELECT SEL-COUNT-FILE  ASSIGN TO WS-SELCOUNT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SU-KEY
                                  FILE STATUS IS SU-FILE-STATUS.

           SELECT OPTIONAL ACCESS-HIST-FILE
                                  ASSIGN TO ACCSHIST
                                  FILE STATUS IS AH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT TURNAROUND-FILE ASSIGN TO UARCTURN
                                  FILE STATUS IS RD-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-WORK-1     ASSIGN NODDNAME.

       DATA DIVISION.

       FILE SECTION.

       FD  RECERT-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RECERT-CTL-REC          PIC X(80).

       FD  USER-AUTH-FILE.

           COPY UAUTHREC.

      *    MIRRORS MENUMAP'S WS-SEL-COUNT-RECORD - ONE ROW PER DAY,
      *    SELECTION AND OPERATOR, THE DATE AS YYYY-MM-DD.

       FD  SEL-COUNT-FILE.

       01  SEL-COUNT-REC.
           05  SU-KEY.
               10  SU-DATE         PIC X(10).
               10  SU-SELECTION    PIC X(01).
               10  SU-SELECTION-N REDEFINES SU-SELECTION
                                   PIC 9(01).
               10  SU-USER         PIC X(08).
           05  SU-COUNT            PIC 9(07) COMP-3.

      *    ACCROLL'S HISTORY SHAPE - BUSINESS DATE PLUS THE ACCSREC
      *    IMAGE AS THE SCREEN WROTE IT.

       FD  ACCESS-HIST-FILE
           RECORD CONTAINS 88 CHARACTERS.

       01  ACCESS-HIST-REC.
           05  AH-BUSINESS-DATE    PIC X(08).
           05  AH-ACCESS-IMAGE     PIC X(80).

       FD  TURNAROUND-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY UARCDEC.

       SD  SORT-WORK-1
           RECORD 42.

       01  SORT-RECORD-1.
           05  SORT-SUPERVISOR     PIC X(08).
           05  SORT-UNIT           PIC X(04).
           05  SORT-USER-ID        PIC X(08).
           05  SORT-OPER-IDX       PIC 9(04).
           05  SORT-SEL-FLAG       PIC X(01)  OCCURS 9 TIMES.
           05  SORT-RC-STATE       PIC X(01)  OCCURS 9 TIMES.

       WORKING-STORAGE SECTION.

       01  CT-FILE-STATUS          PIC X(02).
       01  UA-FILE-STATUS          PIC X(02).
       01  SU-FILE-STATUS          PIC X(02).
       01  AH-FILE-STATUS          PIC X(02).
       01  RD-FILE-STATUS          PIC X(02).

       01  WS-USERAUTH-DSN         PIC X(08).
       01  WS-SELCOUNT-DSN         PIC X(08).

           COPY WSTMODE.

      *    THE UARCCTL CARD - THE QUARTER IN COLS 1-6.

       01  WS-CONTROL-CARD.
           05  CT-QUARTER          PIC X(06).
           05  FILLER              PIC X(74).

      *    THE RECORD BEING COUNTED, UNPACKED FROM THE HISTORY IMAGE.

           COPY ACCSREC.

           COPY UASELNM.

       01  WS-SWITCHES.
           05  WS-SETUP-FAILED     PIC X(01)  VALUE 'N'.
           05  WS-USE-KNOWN        PIC X(01)  VALUE 'N'.
               88  MENU-USE-KNOWN             VALUE 'Y'.
           05  NO-MORE-COUNTS      PIC X(01)  VALUE 'N'.
               88  END-OF-COUNTS              VALUE 'Y'.
           05  NO-MORE-HIST        PIC X(01)  VALUE 'N'.
               88  END-OF-HIST                VALUE 'Y'.
           05  NO-MORE-AUTH        PIC X(01)  VALUE 'N'.
               88  END-OF-AUTH                VALUE 'Y'.
           05  WS-SORT-EOF         PIC X(01)  VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-ROW-LISTED       PIC X(01)  VALUE 'N'.
           05  WS-UNCONFIG-HEADED  PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-COUNTS-READ          PIC 9(09)  VALUE ZERO.
           05  WS-HIST-READ            PIC 9(09)  VALUE ZERO.
           05  WS-HIST-IN-QUARTER      PIC 9(09)  VALUE ZERO.
           05  WS-AUTH-READ            PIC 9(07)  VALUE ZERO.
           05  WS-CYCLES-OPENED        PIC 9(07)  VALUE ZERO.
           05  WS-NOTHING-GRANTED      PIC 9(07)  VALUE ZERO.
           05  WS-OVERDUE-SUSPENDED    PIC 9(07)  VALUE ZERO.
           05  WS-OPERATORS-LISTED     PIC 9(07)  VALUE ZERO.
           05  WS-AUTHS-LISTED         PIC 9(07)  VALUE ZERO.
           05  WS-UNUSED-FLAGGED       PIC 9(07)  VALUE ZERO.
           05  WS-NO-SIGNON-FLAGGED    PIC 9(07)  VALUE ZERO.
           05  WS-UNCONFIG-LISTED      PIC 9(07)  VALUE ZERO.
           05  WS-TURNAROUND-WRITTEN   PIC 9(07)  VALUE ZERO.
           05  WS-OPERATORS-DROPPED    PIC 9(07)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                   PIC 9(08).
       01  WS-BUSINESS-MM          PIC 9(02)  VALUE ZERO.

      *    THE QUARTER UNDER RECERTIFICATION AND ITS BOUNDS, AS
      *    YYYYMMDD FOR ACCSHIST AND AS YYYY-MM-DD FOR SELCOUNT.

       01  WS-QUARTER.
           05  WS-QTR-YEAR         PIC 9(04)  VALUE ZERO.
           05  WS-QTR-LETTER       PIC X(01)  VALUE 'Q'.
           05  WS-QTR-NO           PIC 9(01)  VALUE ZERO.
       01  WS-QUARTER-X REDEFINES WS-QUARTER
                                   PIC X(06).

       01  WS-QTR-START-N          PIC 9(08)  VALUE ZERO.
       01  WS-QTR-START REDEFINES WS-QTR-START-N
                                   PIC X(08).
       01  WS-QTR-NEXT-N           PIC 9(08)  VALUE ZERO.
       01  WS-QTR-END-N            PIC 9(08)  VALUE ZERO.
       01  WS-QTR-END REDEFINES WS-QTR-END-N
                                   PIC X(08).

       01  WS-QTR-START-ISO.
           05  WS-QSI-YYYY         PIC X(04).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-QSI-MM           PIC X(02).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-QSI-DD           PIC X(02).

       01  WS-QTR-END-ISO.
           05  WS-QEI-YYYY         PIC X(04).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-QEI-MM           PIC X(02).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-QEI-DD           PIC X(02).

      *    THE DECISION WINDOW, FROM SITEPARM THROUGH GETPARM, AND THE
      *    DEADLINE IT GIVES A CYCLE OPENED TODAY.

       01  WS-RECERT-DAYS          PIC 9(03)  VALUE 30.
       01  WS-DEADLINE-N           PIC 9(08)  VALUE ZERO.
       01  WS-DEADLINE REDEFINES WS-DEADLINE-N
                                   PIC X(08).

      *    ONE ENTRY PER OPERATOR SEEN ON SELCOUNT, ACCSHIST OR
      *    USERAUTH, WITH THE QUARTER'S USE.

       01  WS-OPER-COUNT           PIC 9(04)  VALUE ZERO.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY       OCCURS 2000 TIMES.
               10  WS-OPR-OPERATOR     PIC X(08).
               10  WS-OPR-ON-FILE      PIC X(01).
               10  WS-OPR-SEL-USES     PIC 9(07)  OCCURS 9 TIMES.
               10  WS-OPR-MENU-USES    PIC 9(07).
               10  WS-OPR-LOOKUPS      PIC 9(07).

       01  WS-FIND-OPERATOR        PIC X(08)  VALUE SPACE.
       01  WS-OPER-IDX             PIC 9(04)  VALUE ZERO.
       01  WS-WORK-IDX             PIC 9(04)  VALUE ZERO.
       01  WS-SEL-IDX              PIC 9(02)  VALUE ZERO.

       01  WS-CURRENT-SUPERVISOR   PIC X(08)  VALUE LOW-VALUES.
       01  WS-CURRENT-UNIT         PIC X(04)  VALUE LOW-VALUES.

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

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

       01  WS-CYCLE-LINE.
           05  FILLER              PIC X(08)  VALUE 'QUARTER '.
           05  WS-CYL-QUARTER      PIC X(06).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CYL-START        PIC X(08).
           05  FILLER              PIC X(03)  VALUE ' - '.
           05  WS-CYL-END          PIC X(08).
           05  FILLER              PIC X(19)  VALUE
               '   DECISIONS DUE BY'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CYL-DEADLINE     PIC X(08).
           05  FILLER              PIC X(13)  VALUE
               '   AS OF     '.
           05  WS-CYL-BUSINESS     PIC X(08).
           05  FILLER              PIC X(48)  VALUE SPACE.

       01  WS-NO-USE-LINE.
           05  FILLER              PIC X(60)  VALUE
               'NO SELCOUNT FOR THE QUARTER - USE NOT JUDGED'.
           05  FILLER              PIC X(72)  VALUE SPACE.

       01  WS-SUPERVISOR-LINE.
           05  FILLER              PIC X(12)  VALUE 'SUPERVISOR  '.
           05  WS-SPL-SUPERVISOR   PIC X(16).
           05  FILLER              PIC X(104) VALUE SPACE.

       01  WS-UNIT-LINE.
           05  FILLER              PIC X(08)  VALUE '  UNIT  '.
           05  WS-UNL-UNIT         PIC X(16).
           05  FILLER              PIC X(108) VALUE SPACE.

       01  WS-OPERATOR-LINE.
           05  FILLER              PIC X(13)  VALUE '    OPERATOR '.
           05  WS-OPL-OPERATOR     PIC X(08).
           05  FILLER              PIC X(13)  VALUE '   MENU USES '.
           05  WS-OPL-MENU-USES    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '   LOOKUPS '.
           05  WS-OPL-LOOKUPS      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-OPL-FLAG         PIC X(23).
           05  FILLER              PIC X(43)  VALUE SPACE.

       01  WS-SELECTION-LINE.
           05  FILLER              PIC X(08)  VALUE SPACE.
           05  WS-SLL-SEL          PIC 9(01).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-SLL-NAME         PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-SLL-STATUS       PIC X(10).
           05  FILLER              PIC X(15)  VALUE
               '  QUARTER USES '.
           05  WS-SLL-USES         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-SLL-FLAG         PIC X(20).
           05  FILLER              PIC X(42)  VALUE SPACE.

       01  WS-UNCONFIG-HEADING.
           05  FILLER              PIC X(60)  VALUE
               'OPERATORS NOT ON USERAUTH - EVERY SELECTION BY DEFAULT'.
           05  FILLER              PIC X(72)  VALUE SPACE.

       01  WS-UNCONFIG-LINE.
           05  FILLER              PIC X(13)  VALUE '    OPERATOR '.
           05  WS-UCL-OPERATOR     PIC X(08).
           05  FILLER              PIC X(13)  VALUE '   MENU USES '.
           05  WS-UCL-MENU-USES    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '   LOOKUPS '.
           05  WS-UCL-LOOKUPS      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(69)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(10)  VALUE 'OPERATORS '.
           05  WS-TOT-OPERATORS    PIC ZZ,ZZ9.
           05  FILLER              PIC X(17)  VALUE
               '  AUTHORIZATIONS '.
           05  WS-TOT-AUTHS        PIC ZZ,ZZ9.
           05  FILLER              PIC X(09)  VALUE '  UNUSED '.
           05  WS-TOT-UNUSED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)  VALUE '  NO SIGN-ON'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-TOT-NO-SIGNON    PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)  VALUE '  SUSPENDED '.
           05  WS-TOT-SUSPENDED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(15)  VALUE
               '  NOT ON FILE  '.
           05  WS-TOT-UNCONFIG     PIC ZZ,ZZ9.
           05  FILLER              PIC X(20)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              MOVE 8                  TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 2000-LOAD-MENU-USE
              THRU 2000-EXIT.

           PERFORM 2500-LOAD-LOOKUPS
              THRU 2500-EXIT.

           SORT SORT-WORK-1 ASCENDING SORT-SUPERVISOR
                                      SORT-UNIT
                                      SORT-USER-ID
              INPUT PROCEDURE IS 3000-OPEN-CYCLE
                           THRU 3000-EXIT
              OUTPUT PROCEDURE IS 4000-WRITE-LISTING
                           THRU 4000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS QUARTERLY STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'USERAUTT'          TO  WS-USERAUTH-DSN
               MOVE  'SELCNTT '          TO  WS-SELCOUNT-DSN
           ELSE
               MOVE  'USERAUTH'          TO  WS-USERAUTH-DSN
               MOVE  'SELCOUNT'          TO  WS-SELCOUNT-DSN
           END-IF.

           MOVE 'UARCERT '            TO MJ-SOURCE-PGM.
           MOVE 'USERAUTH'            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.

           MOVE SPACE                 TO WS-CONTROL-CARD.

           OPEN INPUT RECERT-CTL-FILE.

           IF CT-FILE-STATUS NOT = '00'
              DISPLAY 'UARCERT,NO UARCCTL CONTROL CARD,'
                      'QUARTER OF THE BUSINESS DATE'
           ELSE
              READ RECERT-CTL-FILE INTO WS-CONTROL-CARD
                 AT END MOVE SPACE    TO WS-CONTROL-CARD
              END-READ
              CLOSE RECERT-CTL-FILE
           END-IF.

           PERFORM 1100-SET-QUARTER
              THRU 1100-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              GO TO 1000-EXIT
           END-IF.

           MOVE 'RECERTDAYS  '        TO PM-NAME.
           MOVE '30'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 366
              MOVE PM-NUMERIC-VALUE   TO WS-RECERT-DAYS
           END-IF.

           COMPUTE WS-DEADLINE-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N)
                    + WS-RECERT-DAYS).

           OPEN I-O USER-AUTH-FILE.

           IF UA-FILE-STATUS NOT = '00'
              DISPLAY 'UARCERT,UNABLE TO OPEN USERAUTH,'
                      UA-FILE-STATUS
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT TURNAROUND-FILE.

           IF RD-FILE-STATUS NOT = '00'
              DISPLAY 'UARCERT,UNABLE TO OPEN UARCTURN,'
                      RD-FILE-STATUS
              CLOSE USER-AUTH-FILE
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           DISPLAY 'UARCERT,QUARTER,' WS-QUARTER-X.
           DISPLAY 'UARCERT,DECISION WINDOW DAYS,' WS-RECERT-DAYS.

       1000-EXIT.
           EXIT.

      *    THE QUARTER FROM THE CARD, OR THE BUSINESS DATE'S, AND ITS
      *    FIRST AND LAST DAYS.

       1100-SET-QUARTER.

           IF CT-QUARTER = SPACE
              MOVE WS-BUSINESS-DATE (1:4)
                                      TO WS-QTR-YEAR
              MOVE WS-BUSINESS-DATE (5:2)
                                      TO WS-BUSINESS-MM
              COMPUTE WS-QTR-NO = (WS-BUSINESS-MM + 2) / 3
           ELSE
              MOVE CT-QUARTER         TO WS-QUARTER-X
              IF WS-QUARTER-X (1:4) NOT NUMERIC
              OR WS-QTR-LETTER NOT = 'Q'
              OR WS-QUARTER-X (6:1) < '1'
              OR WS-QUARTER-X (6:1) > '4'
                 DISPLAY 'UARCERT,QUARTER NOT YYYYQN,' CT-QUARTER
                 MOVE 'Y'             TO WS-SETUP-FAILED
                 GO TO 1100-EXIT
              END-IF
           END-IF.

           COMPUTE WS-QTR-START-N = WS-QTR-YEAR * 10000
                                  + (WS-QTR-NO * 3 - 2) * 100 + 1.

           IF WS-QTR-NO = 4
              COMPUTE WS-QTR-NEXT-N = (WS-QTR-YEAR + 1) * 10000
                                    + 101
           ELSE
              COMPUTE WS-QTR-NEXT-N = WS-QTR-YEAR * 10000
                                    + (WS-QTR-NO * 3 + 1) * 100 + 1
           END-IF.

           COMPUTE WS-QTR-END-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-QTR-NEXT-N) - 1).

           MOVE WS-QTR-START (1:4)    TO WS-QSI-YYYY.
           MOVE WS-QTR-START (5:2)    TO WS-QSI-MM.
           MOVE WS-QTR-START (7:2)    TO WS-QSI-DD.
           MOVE WS-QTR-END (1:4)      TO WS-QEI-YYYY.
           MOVE WS-QTR-END (5:2)      TO WS-QEI-MM.
           MOVE WS-QTR-END (7:2)      TO WS-QEI-DD.

       1100-EXIT.
           EXIT.

      *    THE QUARTER'S MENU TALLIES, FROM THE FIRST DAY'S KEY TO THE
      *    LAST. A SELCOUNT THAT CANNOT BE OPENED LEAVES THE USE
      *    UNKNOWN RATHER THAN NIL.

       2000-LOAD-MENU-USE.

           OPEN INPUT SEL-COUNT-FILE.

           IF SU-FILE-STATUS NOT = '00'
              DISPLAY 'UARCERT,UNABLE TO OPEN SELCOUNT,'
                      SU-FILE-STATUS ',MENU USE NOT JUDGED'
              GO TO 2000-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-USE-KNOWN.
           MOVE LOW-VALUES            TO SU-KEY.
           MOVE WS-QTR-START-ISO      TO SU-DATE.
           START SEL-COUNT-FILE KEY NOT < SU-KEY
              INVALID KEY
                 MOVE 'Y'             TO NO-MORE-COUNTS
           END-START.

           PERFORM UNTIL END-OF-COUNTS
               READ SEL-COUNT-FILE NEXT
                 AT END
                   MOVE 'Y'           TO NO-MORE-COUNTS
                 NOT AT END
                   IF SU-DATE > WS-QTR-END-ISO
                      MOVE 'Y'        TO NO-MORE-COUNTS
                   ELSE
                      ADD 1           TO WS-COUNTS-READ
                      PERFORM 2100-TAKE-ONE-COUNT
                         THRU 2100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE SEL-COUNT-FILE.

       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-COUNT.

           IF SU-USER = SPACE
              GO TO 2100-EXIT
           END-IF.

           MOVE SU-USER               TO WS-FIND-OPERATOR.
           PERFORM 2200-FIND-OPERATOR
              THRU 2200-EXIT.

           IF WS-OPER-IDX = ZERO
              GO TO 2100-EXIT
           END-IF.

           ADD SU-COUNT TO WS-OPR-MENU-USES (WS-OPER-IDX).

           IF SU-SELECTION NOT < '1'
           AND SU-SELECTION NOT > '9'
              ADD SU-COUNT
                TO WS-OPR-SEL-USES (WS-OPER-IDX, SU-SELECTION-N)
           END-IF.

       2100-EXIT.
           EXIT.

      *    FINDS THE OPERATOR IN WS-FIND-OPERATOR, ADDING AN ENTRY THE
      *    FIRST TIME ONE IS SEEN. A FULL TABLE RETURNS ZERO.

       2200-FIND-OPERATOR.

           MOVE ZERO                  TO WS-OPER-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-OPER-COUNT
               IF WS-OPR-OPERATOR (WS-WORK-IDX) = WS-FIND-OPERATOR
                  MOVE WS-WORK-IDX    TO WS-OPER-IDX
                  MOVE WS-OPER-COUNT  TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-OPER-IDX NOT = ZERO
              GO TO 2200-EXIT
           END-IF.

           IF WS-OPER-COUNT >= 2000
              ADD 1                   TO WS-OPERATORS-DROPPED
              GO TO 2200-EXIT
           END-IF.

           ADD 1                      TO WS-OPER-COUNT.
           MOVE WS-OPER-COUNT         TO WS-OPER-IDX.
           INITIALIZE WS-OPER-ENTRY (WS-OPER-IDX).
           MOVE WS-FIND-OPERATOR  TO WS-OPR-OPERATOR (WS-OPER-IDX).
           MOVE 'N'               TO WS-OPR-ON-FILE (WS-OPER-IDX).

       2200-EXIT.
           EXIT.

      *    THE QUARTER'S BENEFICIARY LOOKUPS PER OPERATOR. NO ACCSHIST
      *    IS NOT AN ERROR - THE MENU TALLIES STILL STAND.

       2500-LOAD-LOOKUPS.

           OPEN INPUT ACCESS-HIST-FILE.

           IF AH-FILE-STATUS NOT = '00'
              DISPLAY 'UARCERT,NO ACCSHIST TO COUNT,'
                      AH-FILE-STATUS
              CLOSE ACCESS-HIST-FILE
              GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL END-OF-HIST
               READ ACCESS-HIST-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-HIST
                 NOT AT END
                   ADD 1              TO WS-HIST-READ
                   MOVE AH-ACCESS-IMAGE
                                      TO ACCESS-LOG-REC
                   PERFORM 2600-TAKE-ONE-ACCESS
                      THRU 2600-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACCESS-HIST-FILE.

       2500-EXIT.
           EXIT.

       2600-TAKE-ONE-ACCESS.

           IF AC-DATE NOT NUMERIC
           OR AC-OPERATOR = SPACE
           OR AC-TRAINING
              GO TO 2600-EXIT
           END-IF.

           IF AC-DATE < WS-QTR-START
           OR AC-DATE > WS-QTR-END
              GO TO 2600-EXIT
           END-IF.

           ADD 1                      TO WS-HIST-IN-QUARTER.

           MOVE AC-OPERATOR           TO WS-FIND-OPERATOR.
           PERFORM 2200-FIND-OPERATOR
              THRU 2200-EXIT.

           IF WS-OPER-IDX NOT = ZERO
              ADD 1                   TO WS-OPR-LOOKUPS (WS-OPER-IDX)
           END-IF.

       2600-EXIT.
           EXIT.

      *    ONE PASS OF USERAUTH IN KEY ORDER. EACH ROW'S CYCLE IS
      *    OPENED (3100) AND EVERY OPERATOR WITH ANYTHING TO
      *    RECERTIFY GOES TO THE SORT UNDER SUPERVISOR AND UNIT.

       3000-OPEN-CYCLE.

           MOVE LOW-VALUES            TO UA-USER-ID.
           START USER-AUTH-FILE KEY NOT < UA-USER-ID
              INVALID KEY
                 MOVE 'Y'             TO NO-MORE-AUTH
           END-START.

           PERFORM UNTIL END-OF-AUTH
               READ USER-AUTH-FILE NEXT
                 AT END
                   MOVE 'Y'           TO NO-MORE-AUTH
                 NOT AT END
                   ADD 1              TO WS-AUTH-READ
                   PERFORM 3100-OPEN-ONE
                      THRU 3100-EXIT
               END-READ
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-OPEN-ONE.

           MOVE UA-USER-ID            TO WS-FIND-OPERATOR.
           PERFORM 2200-FIND-OPERATOR
              THRU 2200-EXIT.

           IF WS-OPER-IDX NOT = ZERO
              MOVE 'Y'            TO WS-OPR-ON-FILE (WS-OPER-IDX)
           END-IF.

           IF UA-RC-QUARTER NOT = WS-QUARTER-X
              PERFORM 3200-START-NEW-CYCLE
                 THRU 3200-EXIT
           END-IF.

           MOVE 'N'                   TO WS-ROW-LISTED.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > 9
               IF UA-SEL-FLAG (WS-SEL-IDX) NOT = 'N'
               OR UA-RC-STATE (WS-SEL-IDX) NOT = SPACE
                  MOVE 'Y'            TO WS-ROW-LISTED
               END-IF
           END-PERFORM.

           IF WS-ROW-LISTED = 'N'
              ADD 1                   TO WS-NOTHING-GRANTED
              GO TO 3100-EXIT
           END-IF.

           MOVE UA-SUPERVISOR         TO SORT-SUPERVISOR.
           MOVE UA-UNIT               TO SORT-UNIT.
           MOVE UA-USER-ID            TO SORT-USER-ID.
           MOVE WS-OPER-IDX           TO SORT-OPER-IDX.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > 9
               MOVE UA-SEL-FLAG (WS-SEL-IDX)
                                   TO SORT-SEL-FLAG (WS-SEL-IDX)
               MOVE UA-RC-STATE (WS-SEL-IDX)
                                   TO SORT-RC-STATE (WS-SEL-IDX)
               IF UA-RC-STATE (WS-SEL-IDX) = 'P' OR 'S'
                  PERFORM 3300-WRITE-TURNAROUND
                     THRU 3300-EXIT
               END-IF
           END-PERFORM.
           RELEASE SORT-RECORD-1.

       3100-EXIT.
           EXIT.

      *    THE ROW'S FIRST SIGHT OF THIS QUARTER. A SELECTION LEFT
      *    AWAITING A DECISION PAST AN EARLIER CYCLE'S DEADLINE IS
      *    SUSPENDED; THEN EVERY SELECTION STILL GRANTED AWAITS A
      *    DECISION AND ONE SUSPENDED STAYS LISTED AS SUCH.

       3200-START-NEW-CYCLE.

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > 9
               IF UA-RC-PENDING (WS-SEL-IDX)
               AND UA-SEL-FLAG (WS-SEL-IDX) = 'Y'
               AND UA-RC-DEADLINE < WS-BUSINESS-DATE
                  MOVE 'S'            TO UA-SEL-FLAG (WS-SEL-IDX)
                  ADD 1               TO WS-OVERDUE-SUSPENDED
               END-IF
               EVALUATE UA-SEL-FLAG (WS-SEL-IDX)
                 WHEN 'Y'
                   MOVE 'P'           TO UA-RC-STATE (WS-SEL-IDX)
                 WHEN 'S'
                   MOVE 'S'           TO UA-RC-STATE (WS-SEL-IDX)
                 WHEN OTHER
                   MOVE SPACE         TO UA-RC-STATE (WS-SEL-IDX)
               END-EVALUATE
           END-PERFORM.

           MOVE WS-QUARTER-X          TO UA-RC-QUARTER.
           MOVE WS-DEADLINE           TO UA-RC-DEADLINE.

           REWRITE USER-AUTH-REC.

           IF UA-FILE-STATUS NOT = '00'
              DISPLAY 'UARCERT,REWRITE FAILED,' UA-FILE-STATUS ','
                      UA-USER-ID
              GO TO 3200-EXIT
           END-IF.

           MOVE USER-AUTH-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           ADD 1                      TO WS-CYCLES-OPENED.

       3200-EXIT.
           EXIT.

       3300-WRITE-TURNAROUND.

           MOVE SPACE                 TO RECERT-DECISION-REC.
           MOVE UA-USER-ID            TO RD-USER-ID.
           MOVE WS-SEL-IDX            TO RD-SELECTION-N.
           MOVE WS-QUARTER-X          TO RD-QUARTER.
           MOVE UA-UNIT               TO RD-UNIT.
           MOVE ZERO                  TO RD-QUARTER-USES.
           IF WS-OPER-IDX NOT = ZERO
              MOVE WS-OPR-SEL-USES (WS-OPER-IDX, WS-SEL-IDX)
                                      TO RD-QUARTER-USES
           END-IF.
           WRITE RECERT-DECISION-REC.
           ADD 1                      TO WS-TURNAROUND-WRITTEN.

       3300-EXIT.
           EXIT.

      *    THE LISTING - ONE SECTION PER SUPERVISOR, ONE PER UNIT
      *    WITHIN IT, EACH OPERATOR WITH THEIR SELECTIONS UNDER THEM.

       4000-WRITE-LISTING.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'UARCERT - QUARTERLY MENU AUTHORIZATION RECERTIFICATION'
                                      TO RW-TITLE.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-QUARTER-X          TO WS-CYL-QUARTER.
           MOVE WS-QTR-START          TO WS-CYL-START.
           MOVE WS-QTR-END            TO WS-CYL-END.
           MOVE WS-DEADLINE           TO WS-CYL-DEADLINE.
           MOVE WS-BUSINESS-DATE      TO WS-CYL-BUSINESS.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-CYCLE-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           IF NOT MENU-USE-KNOWN
              MOVE WS-NO-USE-LINE     TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-IF.

           PERFORM 4100-RETURN-SORTED
              THRU 4100-EXIT.

           PERFORM UNTIL END-OF-SORTED
               IF SORT-SUPERVISOR NOT = WS-CURRENT-SUPERVISOR
                  PERFORM 4200-SUPERVISOR-BREAK
                     THRU 4200-EXIT
               END-IF
               IF SORT-UNIT NOT = WS-CURRENT-UNIT
                  PERFORM 4300-UNIT-BREAK
                     THRU 4300-EXIT
               END-IF
               PERFORM 4400-LIST-OPERATOR
                  THRU 4400-EXIT
               PERFORM 4100-RETURN-SORTED
                  THRU 4100-EXIT
           END-PERFORM.

           IF WS-OPERATORS-LISTED = ZERO
              MOVE 'D'                TO RW-FUNCTION
              MOVE SPACE              TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
              MOVE 'NO OPERATOR AUTHORIZATIONS TO RECERTIFY'
                                      TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-IF.

           PERFORM 4800-LIST-UNCONFIGURED
              THRU 4800-EXIT.

           MOVE WS-OPERATORS-LISTED   TO WS-TOT-OPERATORS.
           MOVE WS-AUTHS-LISTED       TO WS-TOT-AUTHS.
           MOVE WS-UNUSED-FLAGGED     TO WS-TOT-UNUSED.
           MOVE WS-NO-SIGNON-FLAGGED  TO WS-TOT-NO-SIGNON.
           MOVE WS-OVERDUE-SUSPENDED  TO WS-TOT-SUSPENDED.
           MOVE WS-UNCONFIG-LISTED    TO WS-TOT-UNCONFIG.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4000-EXIT.
           EXIT.

       4100-RETURN-SORTED.

           RETURN SORT-WORK-1
              AT END
                MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       4100-EXIT.
           EXIT.

       4200-SUPERVISOR-BREAK.

           MOVE SORT-SUPERVISOR       TO WS-CURRENT-SUPERVISOR.
           MOVE LOW-VALUES            TO WS-CURRENT-UNIT.

           IF SORT-SUPERVISOR = SPACE
              MOVE '(NONE ON FILE)'   TO WS-SPL-SUPERVISOR
           ELSE
              MOVE SORT-SUPERVISOR    TO WS-SPL-SUPERVISOR
           END-IF.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE WS-SUPERVISOR-LINE    TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4200-EXIT.
           EXIT.

       4300-UNIT-BREAK.

           MOVE SORT-UNIT             TO WS-CURRENT-UNIT.

           IF SORT-UNIT = SPACE
              MOVE '(NONE ON FILE)'   TO WS-UNL-UNIT
           ELSE
              MOVE SORT-UNIT          TO WS-UNL-UNIT
           END-IF.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-UNIT-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4300-EXIT.
           EXIT.

      *    THE OPERATOR'S LINE, THEN ONE LINE PER SELECTION GRANTED,
      *    SUSPENDED OR DECIDED IN THE CYCLE.

       4400-LIST-OPERATOR.

           ADD 1                      TO WS-OPERATORS-LISTED.
           MOVE SORT-OPER-IDX         TO WS-OPER-IDX.

           MOVE SORT-USER-ID          TO WS-OPL-OPERATOR.
           MOVE ZERO                  TO WS-OPL-MENU-USES
                                         WS-OPL-LOOKUPS.
           MOVE SPACE                 TO WS-OPL-FLAG.

           IF WS-OPER-IDX NOT = ZERO
              MOVE WS-OPR-MENU-USES (WS-OPER-IDX)
                                      TO WS-OPL-MENU-USES
              MOVE WS-OPR-LOOKUPS (WS-OPER-IDX)
                                      TO WS-OPL-LOOKUPS
              IF MENU-USE-KNOWN
              AND WS-OPR-MENU-USES (WS-OPER-IDX) = ZERO
              AND WS-OPR-LOOKUPS (WS-OPER-IDX) = ZERO
                 MOVE 'NO SIGN-ON THIS QUARTER'
                                      TO WS-OPL-FLAG
                 ADD 1                TO WS-NO-SIGNON-FLAGGED
              END-IF
           END-IF.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-OPERATOR-LINE      TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > 9
               IF SORT-SEL-FLAG (WS-SEL-IDX) NOT = 'N'
               OR SORT-RC-STATE (WS-SEL-IDX) NOT = SPACE
                  PERFORM 4500-LIST-SELECTION
                     THRU 4500-EXIT
               END-IF
           END-PERFORM.

       4400-EXIT.
           EXIT.

       4500-LIST-SELECTION.

           ADD 1                      TO WS-AUTHS-LISTED.
           MOVE WS-SEL-IDX            TO WS-SLL-SEL.
           MOVE UA-SELECTION-NAME (WS-SEL-IDX)
                                      TO WS-SLL-NAME.
           MOVE ZERO                  TO WS-SLL-USES.
           MOVE SPACE                 TO WS-SLL-FLAG.

           EVALUATE SORT-RC-STATE (WS-SEL-IDX)
             WHEN 'P'
               MOVE 'TO DECIDE'       TO WS-SLL-STATUS
             WHEN 'K'
               MOVE 'KEPT'            TO WS-SLL-STATUS
             WHEN 'R'
               MOVE 'REVOKED'         TO WS-SLL-STATUS
             WHEN 'S'
               MOVE 'SUSPENDED'       TO WS-SLL-STATUS
             WHEN OTHER
               MOVE 'GRANTED'         TO WS-SLL-STATUS
           END-EVALUATE.

           IF WS-OPER-IDX NOT = ZERO
              MOVE WS-OPR-SEL-USES (WS-OPER-IDX, WS-SEL-IDX)
                                      TO WS-SLL-USES
           END-IF.

           IF MENU-USE-KNOWN
           AND SORT-SEL-FLAG (WS-SEL-IDX) = 'Y'
              IF WS-OPER-IDX = ZERO
                 MOVE 'UNUSED THIS QUARTER'
                                      TO WS-SLL-FLAG
                 ADD 1                TO WS-UNUSED-FLAGGED
              ELSE
                 IF WS-OPR-SEL-USES (WS-OPER-IDX, WS-SEL-IDX) = ZERO
                    MOVE 'UNUSED THIS QUARTER'
                                      TO WS-SLL-FLAG
                    ADD 1             TO WS-UNUSED-FLAGGED
                 END-IF
              END-IF
           END-IF.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-SELECTION-LINE     TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4500-EXIT.
           EXIT.

      *    OPERATORS WHO USED THE MENU OR LOOKED UP A BENEFICIARY IN
      *    THE QUARTER BUT HAVE NO USERAUTH ROW.

       4800-LIST-UNCONFIGURED.

           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPR-ON-FILE (WS-OPER-IDX) = 'N'
                  PERFORM 4810-LIST-ONE-UNCONFIGURED
                     THRU 4810-EXIT
               END-IF
           END-PERFORM.

       4800-EXIT.
           EXIT.

       4810-LIST-ONE-UNCONFIGURED.

           MOVE 'D'                   TO RW-FUNCTION.

           IF WS-UNCONFIG-HEADED = 'N'
              MOVE 'Y'                TO WS-UNCONFIG-HEADED
              MOVE SPACE              TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
              MOVE WS-UNCONFIG-HEADING
                                      TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-IF.

           ADD 1                      TO WS-UNCONFIG-LISTED.
           MOVE WS-OPR-OPERATOR (WS-OPER-IDX)
                                      TO WS-UCL-OPERATOR.
           MOVE WS-OPR-MENU-USES (WS-OPER-IDX)
                                      TO WS-UCL-MENU-USES.
           MOVE WS-OPR-LOOKUPS (WS-OPER-IDX)
                                      TO WS-UCL-LOOKUPS.
           MOVE WS-UNCONFIG-LINE      TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4810-EXIT.
           EXIT.

       8000-TERMINATE.

           CLOSE USER-AUTH-FILE
                 TURNAROUND-FILE.

           DISPLAY 'UARCERT,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'UARCERT,DECISION DEADLINE,' WS-DEADLINE.
           DISPLAY 'UARCERT,SELCOUNT ROWS IN QUARTER,' WS-COUNTS-READ.
           DISPLAY 'UARCERT,ACCSHIST READ,' WS-HIST-READ.
           DISPLAY 'UARCERT,ACCSHIST IN QUARTER,' WS-HIST-IN-QUARTER.
           DISPLAY 'UARCERT,USERAUTH ROWS READ,' WS-AUTH-READ.
           DISPLAY 'UARCERT,CYCLES OPENED,' WS-CYCLES-OPENED.
           DISPLAY 'UARCERT,NOTHING GRANTED,' WS-NOTHING-GRANTED.
           DISPLAY 'UARCERT,OVERDUE SUSPENDED,' WS-OVERDUE-SUSPENDED.
           DISPLAY 'UARCERT,OPERATORS LISTED,' WS-OPERATORS-LISTED.
           DISPLAY 'UARCERT,AUTHORIZATIONS LISTED,' WS-AUTHS-LISTED.
           DISPLAY 'UARCERT,UNUSED FLAGGED,' WS-UNUSED-FLAGGED.
           DISPLAY 'UARCERT,NO SIGN-ON FLAGGED,' WS-NO-SIGNON-FLAGGED.
           DISPLAY 'UARCERT,NOT ON USERAUTH,' WS-UNCONFIG-LISTED.
           DISPLAY 'UARCERT,TURNAROUND ROWS,' WS-TURNAROUND-WRITTEN.

           IF WS-OPERATORS-DROPPED > ZERO
              DISPLAY 'UARCERT,OPERATORS OVER TABLE LIMIT,'
                      WS-OPERATORS-DROPPED
           END-IF.

           IF WS-UNUSED-FLAGGED > ZERO
           OR WS-NO-SIGNON-FLAGGED > ZERO
           OR WS-UNCONFIG-LISTED > ZERO
           OR WS-OVERDUE-SUSPENDED > ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF.

       8000-EXIT.
           EXIT.
