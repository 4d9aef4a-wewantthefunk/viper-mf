       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNCMPL.
       AUTHOR. CHRISTIAN STRAMA.

      * QUARTERLY RECORDS RETENTION COMPLIANCE REPORT. THE PURGE JOBS
      * - HICAGE, GDGARCH, LOGARCH'S GENERATION ROLL-OFF, INCDMGT -
      * EACH ENFORCE THE SITE'S RETNSCHD SCHEDULE ON THEIR OWN
      * DATASETS, BUT A JOB THAT STOPPED RUNNING, A JCL GENERATION
      * COUNT LEFT TOO HIGH OR AN ARCHIVE NOBODY EVER PURGES LEAVES
      * DATA KEPT LONGER THAN POLICY ALLOWS, AND NOTHING SAID SO.
      * THIS JOB MEASURES EVERY RETAINED DATASET AGAINST ITS
      * SCHEDULE ROW (THROUGH RETNLOOK) AND LISTS EVERYTHING KEPT
      * PAST SCHEDULE WITHOUT A LEGAL HOLD IN FORCE ON THE LGLHOLD
      * REGISTRY (THROUGH HOLDCHK):
      *
      *   HICXREF   THE LIVE CROSSWALK, BY HX-LAST-SEEN - ONE LINE
      *             PER RECORD, RRB HIC MASKED.
      *   HICARCHV  HICAGE'S ARCHIVE, BY ARCHIVE DATE - ONE LINE PER
      *             RECORD, RRB HIC MASKED.
      *   GDGARCHV  GDGARCH'S CONSOLIDATED ARCHIVE, BY THE MANIFEST'S
      *             ARCHIVE DATE - ONE LINE PER GENERATION.
      *   LOGHIST   LOGARCH'S CPLEXCPH AND CPLCTGDH HISTORY, BY
      *             BUSINESS DATE - ONE LINE PER FILE WITH THE COUNT
      *             AND THE OLDEST DATE KEPT, SINCE THE ROLL-OFF IS
      *             BY WHOLE GENERATION.
      *   INCIDENT  FIXED INCIDENTS STILL ON THE LIVE INCDMAST, BY
      *             LAST OCCURRENCE - ONE LINE PER INCIDENT.
      *   INCDARCH  INCDMGT'S ARCHIVE, BY LAST OCCURRENCE - ONE LINE
      *             PER INCIDENT.
      *
      * A RECORD PAST SCHEDULE THAT IS UNDER A HOLD IS NOT LISTED; IT
      * IS COUNTED AS KEPT UNDER HOLD IN ITS CLASS'S SUMMARY LINE, SO
      * THE HOLD OFFICE CAN SEE HOW MUCH ITS HOLDS ARE KEEPING. A
      * MISSING DATASET IS REPORTED AND ITS CLASS SHOWS NOTHING
      * EXAMINED. THE ARCHIVE CLASSES DEFAULT TO SEVEN YEARS WHEN THE
      * SCHEDULE HAS NO ROW FOR THEM. ENDS RC 4 WHEN ANYTHING IS KEPT
      * PAST SCHEDULE WITHOUT A HOLD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    SAME MASTER RRBTOSSA MAINTAINS, WITH THE SAME TEST-SCOPED
      *    DSN TREATMENT UNDER THE SHARED BTCHTEST SWITCH.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT OPTIONAL HIC-ARCHIVE-FILE
                                  ASSIGN TO HICARCHV
                                  FILE STATUS IS AR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL GDG-ARCHIVE-FILE
                                  ASSIGN TO GDGARCHV
                                  FILE STATUS IS GA-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EXCP-HISTORY-FILE
                                  ASSIGN TO CPLEXCPH
                                  FILE STATUS IS EH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CTGD-HISTORY-FILE
                                  ASSIGN TO CPLCTGDH
                                  FILE STATUS IS CH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL INCIDENT-MASTER
                                  ASSIGN TO INCDMAST
                                  FILE STATUS IS IM-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL INCIDENT-ARCHIVE
                                  ASSIGN TO INCDARCH
                                  FILE STATUS IS IA-FILE-STATUS
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

      *    HICAGE'S ARCHIVE SHAPE - THE FULL MASTER IMAGE PLUS THE
      *    DATE IT WAS ARCHIVED.

       FD  HIC-ARCHIVE-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  HIC-ARCHIVE-REC.
           05  AR-XREF-IMAGE.
               10  AR-RRB-HIC          PIC  X(12).
               10  AR-SSA-HIC          PIC  X(11).
               10  FILLER              PIC  X(99).
           05  AR-ARCHIVE-DATE         PIC  X(08).

      *    GDGARCH'S ARCHIVE SHAPE - EACH GENERATION'S DATA RECORDS
      *    FOLLOWED BY ITS MANIFEST RECORD.

       FD  GDG-ARCHIVE-FILE
           RECORD CONTAINS 81 CHARACTERS.

       01  GDG-ARCHIVE-REC.
           02  GA-RECORD-TYPE          PIC X(01).
               88  GA-DATA-RECORD                 VALUE 'D'.
               88  GA-MANIFEST                    VALUE 'M'.
           02  GA-RECORD-BODY          PIC X(80).

       01  GDG-ARCHIVE-MANIFEST REDEFINES GDG-ARCHIVE-REC.
           02  FILLER                  PIC X(01).
           02  GM-DDNAME               PIC X(08).
           02  GM-GENERATION           PIC X(08).
           02  GM-DATA-SET-NAME        PIC X(44).
           02  GM-RECORD-COUNT         PIC 9(09).
           02  GM-ARCHIVE-DATE         PIC X(08).
           02  FILLER                  PIC X(03).

      *    LOGARCH'S HISTORY SHAPES - BUSINESS DATE PLUS LOG IMAGE.

       FD  EXCP-HISTORY-FILE
           RECORD CONTAINS 59 CHARACTERS.

       01  EXCP-HISTORY-REC.
           05  EH-BUSINESS-DATE        PIC X(08).
           05  EH-LOG-IMAGE            PIC X(51).

       FD  CTGD-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.

       01  CTGD-HISTORY-REC.
           05  CH-BUSINESS-DATE        PIC X(08).
           05  CH-LOG-IMAGE            PIC X(56).

      *    INCDMGT'S MASTER SHAPE; ITS ARCHIVE CARRIES THE SAME
      *    RECORD.

       FD  INCIDENT-MASTER
           RECORD CONTAINS 120 CHARACTERS.

       01  INCIDENT-MASTER-REC.
           05  IM-NUMBER               PIC  9(06).
           05  IM-STATUS               PIC  X(05).
           05  IM-PROGRAM              PIC  X(08).
           05  IM-ABEND-CODE           PIC  X(10).
           05  IM-REASON-CODE          PIC  X(10).
           05  IM-FIRST-SEEN           PIC  X(26).
           05  IM-LAST-SEEN            PIC  X(26).
           05  FILLER                  PIC  X(29).

       FD  INCIDENT-ARCHIVE
           RECORD CONTAINS 120 CHARACTERS.

       01  INCIDENT-ARCHIVE-REC.
           05  IA-NUMBER               PIC  9(06).
           05  IA-STATUS               PIC  X(05).
           05  IA-PROGRAM              PIC  X(08).
           05  IA-ABEND-CODE           PIC  X(10).
           05  IA-REASON-CODE          PIC  X(10).
           05  IA-FIRST-SEEN           PIC  X(26).
           05  IA-LAST-SEEN            PIC  X(26).
           05  FILLER                  PIC  X(29).

       WORKING-STORAGE SECTION.

       01  HX-FILE-STATUS              PIC  X(02).
       01  AR-FILE-STATUS              PIC  X(02).
       01  GA-FILE-STATUS              PIC  X(02).
       01  EH-FILE-STATUS              PIC  X(02).
       01  CH-FILE-STATUS              PIC  X(02).
       01  IM-FILE-STATUS              PIC  X(02).
       01  IA-FILE-STATUS              PIC  X(02).

       01  WS-HICXREF-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                    VALUE 'Y'.
           05  WS-PAST-SWITCH          PIC X(01)  VALUE 'N'.
               88  PAST-SCHEDULE                  VALUE 'Y'.
           05  WS-GEN-HELD-SWITCH      PIC X(01)  VALUE 'N'.
               88  GENERATION-HELD                VALUE 'Y'.

      *    THE CLASSES MEASURED, THE UNIT EACH IS KEPT IN AND THE
      *    DEFAULT WHEN RETNSCHD HAS NO ROW FOR IT. THE ORDER FIXES
      *    THE CLASS SUBSCRIPTS BELOW.

       01  WS-CLASS-VALUES.
           05  FILLER              PIC X(14)  VALUE 'HICXREF D00366'.
           05  FILLER              PIC X(14)  VALUE 'HICARCHVD02555'.
           05  FILLER              PIC X(14)  VALUE 'GDGARCHVD02555'.
           05  FILLER              PIC X(14)  VALUE 'LOGHIST D00030'.
           05  FILLER              PIC X(14)  VALUE 'INCIDENTD00090'.
           05  FILLER              PIC X(14)  VALUE 'INCDARCHD02555'.

       01  WS-CLASS-DEFAULTS REDEFINES WS-CLASS-VALUES.
           05  WS-CDF-ENTRY            OCCURS 6 TIMES.
               10  WS-CDF-CLASS        PIC X(08).
               10  WS-CDF-UNIT         PIC X(01).
               10  WS-CDF-DEFAULT      PIC 9(05).

       01  WS-CLASS-COUNT              PIC 9(02)  VALUE 6.

       01  WS-CLASS-RESULTS.
           05  WS-CLS-ENTRY            OCCURS 6 TIMES.
               10  WS-CLS-PERIOD       PIC 9(05).
               10  WS-CLS-SOURCE       PIC X(01).
               10  WS-CLS-EXAMINED     PIC 9(09).
               10  WS-CLS-PAST         PIC 9(09).
               10  WS-CLS-HELD         PIC 9(09).

       01  WS-CLASS-SUBSCRIPTS.
           05  WS-CX-HICXREF           PIC 9(02)  VALUE 1.
           05  WS-CX-HICARCHV          PIC 9(02)  VALUE 2.
           05  WS-CX-GDGARCHV          PIC 9(02)  VALUE 3.
           05  WS-CX-LOGHIST           PIC 9(02)  VALUE 4.
           05  WS-CX-INCIDENT          PIC 9(02)  VALUE 5.
           05  WS-CX-INCDARCH          PIC 9(02)  VALUE 6.

       01  WS-CLASS-IDX                PIC 9(02)  VALUE ZERO.
       01  WS-WORK-IDX                 PIC 9(02)  VALUE ZERO.

       01  WS-TOTAL-EXAMINED           PIC 9(09)  VALUE ZERO.
       01  WS-TOTAL-PAST               PIC 9(09)  VALUE ZERO.

      *    THE ITEM BEING JUDGED - ITS DATE, WHAT THE LISTING CALLS
      *    IT, AND THE HICS THE HOLD CHECK LOOKS FOR.

       01  WS-ITEM-DATE                PIC X(08)  VALUE SPACE.
       01  WS-ITEM-DATE-N REDEFINES WS-ITEM-DATE
                                       PIC 9(08).
       01  WS-ITEM-TEXT                PIC X(44)  VALUE SPACE.
       01  WS-CHK-RRB-HIC              PIC X(12)  VALUE SPACE.
       01  WS-CHK-SSA-HIC              PIC X(11)  VALUE SPACE.
       01  WS-CHK-INCIDENT             PIC 9(06)  VALUE ZERO.

      *    A HISTORY FILE'S TALLY, LISTED AS ONE LINE WHEN DONE.

       01  WS-LOG-DDNAME               PIC X(08)  VALUE SPACE.
       01  WS-LOG-IMAGE                PIC X(56)  VALUE SPACE.
       01  WS-LOG-PAST                 PIC 9(09)  VALUE ZERO.
       01  WS-LOG-OLDEST               PIC X(08)  VALUE SPACE.
       01  WS-LOG-PAST-DISPLAY         PIC ZZZ,ZZZ,ZZ9.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08)  VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(08) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP        PIC X(26)  VALUE SPACE.

      *    PARAMETERS FOR RETNLOOK - SAME LAYOUT AS RETNLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC X(08).
           05  RN-UNIT                 PIC X(01).
           05  RN-DEFAULT              PIC 9(05).
           05  RN-PERIOD               PIC 9(05).
           05  RN-SOURCE               PIC X(01).
           05  RN-RETURN-CODE          PIC 9(02).

      *    PARAMETERS FOR HOLDCHK - SAME LAYOUT AS HOLDCHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-HOLDCHK-PARAMETERS.
           05  HC-FUNCTION             PIC X(01).
           05  HC-ID-TYPE              PIC X(01).
           05  HC-KEY                  PIC X(12).
           05  HC-IMAGE                PIC X(135).
           05  HC-HELD                 PIC X(01).
               88  HC-UNDER-HOLD                  VALUE 'Y'.
           05  HC-HOLD-TYPE            PIC X(01).
           05  HC-HOLD-ID              PIC X(12).
           05  HC-REASON               PIC X(30).
           05  HC-REQUESTER            PIC X(20).
           05  HC-RELEASE-DATE         PIC X(08).
           05  HC-ACTIVE-HOLDS         PIC 9(04).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC X(12).
           05  MH-VALUE-OUT            PIC X(12).

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
           05  FILLER              PIC X(10)  VALUE 'CLASS'.
           05  FILLER              PIC X(46)  VALUE 'ITEM'.
           05  FILLER              PIC X(10)  VALUE 'DATED'.
           05  FILLER              PIC X(08)  VALUE '  AGE'.
           05  FILLER              PIC X(58)  VALUE 'SCHEDULE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CLASS        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-ITEM         PIC X(44).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-DATE         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-AGE          PIC ZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-PERIOD       PIC ZZ,ZZ9.
           05  FILLER              PIC X(52)  VALUE ' DAYS'.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-CLASS        PIC X(08).
           05  FILLER              PIC X(11)  VALUE '  SCHEDULE '.
           05  WS-SUM-PERIOD       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-SUM-SOURCE       PIC X(08).
           05  FILLER              PIC X(10)  VALUE ' EXAMINED '.
           05  WS-SUM-EXAMINED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(16)  VALUE '  PAST SCHEDULE '.
           05  WS-SUM-PAST         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(18)
                                   VALUE '  KEPT UNDER HOLD '.
           05  WS-SUM-HELD         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(21)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(30)
                                   VALUE 'KEPT PAST SCHEDULE, NO HOLD '.
           05  WS-TOT-PAST         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-MEASURE-HICXREF
              THRU 2000-EXIT.

           PERFORM 2100-MEASURE-HICARCHV
              THRU 2100-EXIT.

           PERFORM 2200-MEASURE-GDGARCHV
              THRU 2200-EXIT.

           PERFORM 2300-MEASURE-EXCP-HISTORY
              THRU 2300-EXIT.

           PERFORM 2400-MEASURE-CTGD-HISTORY
              THRU 2400-EXIT.

           PERFORM 2500-MEASURE-INCIDENTS
              THRU 2500-EXIT.

           PERFORM 2600-MEASURE-INCDARCH
              THRU 2600-EXIT.

           PERFORM 7000-WRITE-SUMMARY
              THRU 7000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP (1:8)
                                      TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
           END-IF.

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                     UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               MOVE WS-CDF-CLASS (WS-CLASS-IDX)   TO RN-CLASS
               MOVE WS-CDF-UNIT (WS-CLASS-IDX)    TO RN-UNIT
               MOVE WS-CDF-DEFAULT (WS-CLASS-IDX) TO RN-DEFAULT
               CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS
               MOVE RN-PERIOD     TO WS-CLS-PERIOD (WS-CLASS-IDX)
               MOVE RN-SOURCE     TO WS-CLS-SOURCE (WS-CLASS-IDX)
               MOVE ZERO          TO WS-CLS-EXAMINED (WS-CLASS-IDX)
                                     WS-CLS-PAST (WS-CLASS-IDX)
                                     WS-CLS-HELD (WS-CLASS-IDX)
           END-PERFORM.

      *    A BLANK-KEY LOOKUP LOADS THE REGISTRY AND ANSWERS HOW MANY
      *    HOLDS ARE IN FORCE - WITH NONE, NO HOLD CHECK IS MADE.

           MOVE 'K'                   TO HC-FUNCTION.
           MOVE SPACE                 TO HC-ID-TYPE
                                         HC-KEY.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.
           DISPLAY 'RETNCMPL,LEGAL HOLDS IN FORCE,' HC-ACTIVE-HOLDS.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'RETNCMPL - KEPT PAST RETENTION SCHEDULE, NO HOLD'
                                      TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       1000-EXIT.
           EXIT.

       2000-MEASURE-HICXREF.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE WS-CX-HICXREF         TO WS-CLASS-IDX.
           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ HIC-XREF-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE HX-LAST-SEEN (1:8)
                                      TO WS-ITEM-DATE
                   MOVE HX-RRB-HIC    TO WS-CHK-RRB-HIC
                   MOVE HX-SSA-HIC    TO WS-CHK-SSA-HIC
                   PERFORM 3000-JUDGE-HIC-ITEM
                      THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE HIC-XREF-FILE.

       2000-EXIT.
           EXIT.

       2100-MEASURE-HICARCHV.

           OPEN INPUT HIC-ARCHIVE-FILE.

           IF AR-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,NO HICARCHV TO MEASURE,'
                      AR-FILE-STATUS
              CLOSE HIC-ARCHIVE-FILE
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-CX-HICARCHV        TO WS-CLASS-IDX.
           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ HIC-ARCHIVE-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE AR-ARCHIVE-DATE
                                      TO WS-ITEM-DATE
                   MOVE AR-RRB-HIC    TO WS-CHK-RRB-HIC
                   MOVE AR-SSA-HIC    TO WS-CHK-SSA-HIC
                   PERFORM 3000-JUDGE-HIC-ITEM
                      THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE HIC-ARCHIVE-FILE.

       2100-EXIT.
           EXIT.

      *    A GENERATION'S DATA RECORDS ARE SCANNED FOR HELD HICS AS
      *    THEY GO BY; ITS MANIFEST THEN SUPPLIES THE ARCHIVE DATE
      *    THE WHOLE GENERATION IS JUDGED ON.

       2200-MEASURE-GDGARCHV.

           OPEN INPUT GDG-ARCHIVE-FILE.

           IF GA-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,NO GDGARCHV TO MEASURE,'
                      GA-FILE-STATUS
              CLOSE GDG-ARCHIVE-FILE
              GO TO 2200-EXIT
           END-IF.

           MOVE WS-CX-GDGARCHV        TO WS-CLASS-IDX.
           MOVE 'N'                   TO WS-FILE-EOF
                                         WS-GEN-HELD-SWITCH.

           PERFORM UNTIL FILE-AT-END
               READ GDG-ARCHIVE-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   PERFORM 2210-TAKE-ONE-ARCHIVE-RECORD
                      THRU 2210-EXIT
               END-READ
           END-PERFORM.

           CLOSE GDG-ARCHIVE-FILE.

       2200-EXIT.
           EXIT.

       2210-TAKE-ONE-ARCHIVE-RECORD.

           IF GA-DATA-RECORD
              IF  HC-ACTIVE-HOLDS > ZERO
              AND NOT GENERATION-HELD
                  MOVE 'S'            TO HC-FUNCTION
                  MOVE SPACE          TO HC-IMAGE
                  MOVE GA-RECORD-BODY TO HC-IMAGE
                  CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
                  IF HC-UNDER-HOLD
                     MOVE 'Y'         TO WS-GEN-HELD-SWITCH
                  END-IF
              END-IF
              GO TO 2210-EXIT
           END-IF.

           IF NOT GA-MANIFEST
              GO TO 2210-EXIT
           END-IF.

           MOVE GM-ARCHIVE-DATE       TO WS-ITEM-DATE.
           PERFORM 3500-AGE-ITEM
              THRU 3500-EXIT.

           IF PAST-SCHEDULE
              IF GENERATION-HELD
                 ADD 1                TO WS-CLS-HELD (WS-CLASS-IDX)
              ELSE
                 MOVE GM-DATA-SET-NAME
                                      TO WS-ITEM-TEXT
                 PERFORM 3600-LIST-PAST-ITEM
                    THRU 3600-EXIT
              END-IF
           END-IF.

           MOVE 'N'                   TO WS-GEN-HELD-SWITCH.

       2210-EXIT.
           EXIT.

       2300-MEASURE-EXCP-HISTORY.

           OPEN INPUT EXCP-HISTORY-FILE.

           IF EH-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,NO CPLEXCPH TO MEASURE,'
                      EH-FILE-STATUS
              CLOSE EXCP-HISTORY-FILE
              GO TO 2300-EXIT
           END-IF.

           MOVE 'CPLEXCPH'            TO WS-LOG-DDNAME.
           PERFORM 3700-START-LOG-TALLY
              THRU 3700-EXIT.

           PERFORM UNTIL FILE-AT-END
               READ EXCP-HISTORY-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE EH-BUSINESS-DATE
                                      TO WS-ITEM-DATE
                   MOVE SPACE         TO WS-LOG-IMAGE
                   MOVE EH-LOG-IMAGE  TO WS-LOG-IMAGE
                   PERFORM 3800-JUDGE-LOG-RECORD
                      THRU 3800-EXIT
               END-READ
           END-PERFORM.

           CLOSE EXCP-HISTORY-FILE.

           PERFORM 3900-LIST-LOG-TALLY
              THRU 3900-EXIT.

       2300-EXIT.
           EXIT.

       2400-MEASURE-CTGD-HISTORY.

           OPEN INPUT CTGD-HISTORY-FILE.

           IF CH-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,NO CPLCTGDH TO MEASURE,'
                      CH-FILE-STATUS
              CLOSE CTGD-HISTORY-FILE
              GO TO 2400-EXIT
           END-IF.

           MOVE 'CPLCTGDH'            TO WS-LOG-DDNAME.
           PERFORM 3700-START-LOG-TALLY
              THRU 3700-EXIT.

           PERFORM UNTIL FILE-AT-END
               READ CTGD-HISTORY-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE CH-BUSINESS-DATE
                                      TO WS-ITEM-DATE
                   MOVE CH-LOG-IMAGE  TO WS-LOG-IMAGE
                   PERFORM 3800-JUDGE-LOG-RECORD
                      THRU 3800-EXIT
               END-READ
           END-PERFORM.

           CLOSE CTGD-HISTORY-FILE.

           PERFORM 3900-LIST-LOG-TALLY
              THRU 3900-EXIT.

       2400-EXIT.
           EXIT.

      *    ONLY FIXED INCIDENTS ARE EVER PURGED - AN OPEN ONE IS KEPT
      *    HOWEVER OLD, SO IT IS NOT MEASURED.

       2500-MEASURE-INCIDENTS.

           OPEN INPUT INCIDENT-MASTER.

           IF IM-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,NO INCDMAST TO MEASURE,'
                      IM-FILE-STATUS
              CLOSE INCIDENT-MASTER
              GO TO 2500-EXIT
           END-IF.

           MOVE WS-CX-INCIDENT        TO WS-CLASS-IDX.
           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ INCIDENT-MASTER
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF IM-STATUS = 'FIXED'
                      MOVE IM-LAST-SEEN (1:8)
                                      TO WS-ITEM-DATE
                      MOVE IM-NUMBER  TO WS-CHK-INCIDENT
                      PERFORM 3400-JUDGE-INCIDENT
                         THRU 3400-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE INCIDENT-MASTER.

       2500-EXIT.
           EXIT.

       2600-MEASURE-INCDARCH.

           OPEN INPUT INCIDENT-ARCHIVE.

           IF IA-FILE-STATUS NOT = '00'
              DISPLAY 'RETNCMPL,NO INCDARCH TO MEASURE,'
                      IA-FILE-STATUS
              CLOSE INCIDENT-ARCHIVE
              GO TO 2600-EXIT
           END-IF.

           MOVE WS-CX-INCDARCH        TO WS-CLASS-IDX.
           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ INCIDENT-ARCHIVE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE IA-LAST-SEEN (1:8)
                                      TO WS-ITEM-DATE
                   MOVE IA-NUMBER     TO WS-CHK-INCIDENT
                   PERFORM 3400-JUDGE-INCIDENT
                      THRU 3400-EXIT
               END-READ
           END-PERFORM.

           CLOSE INCIDENT-ARCHIVE.

       2600-EXIT.
           EXIT.

      *    A CROSSWALK OR CROSSWALK-ARCHIVE RECORD - HELD WHEN EITHER
      *    ITS RRB OR ITS SSA HIC IS UNDER A HOLD. THE LISTING SHOWS
      *    THE RRB HIC MASKED.

       3000-JUDGE-HIC-ITEM.

           PERFORM 3500-AGE-ITEM
              THRU 3500-EXIT.

           IF NOT PAST-SCHEDULE
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                   TO HC-HELD.

           IF HC-ACTIVE-HOLDS > ZERO
              MOVE 'K'                TO HC-FUNCTION
              MOVE 'R'                TO HC-ID-TYPE
              MOVE WS-CHK-RRB-HIC     TO HC-KEY
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
              IF  NOT HC-UNDER-HOLD
              AND WS-CHK-SSA-HIC NOT = SPACE
                  MOVE 'S'            TO HC-ID-TYPE
                  MOVE SPACE          TO HC-KEY
                  MOVE WS-CHK-SSA-HIC TO HC-KEY
                  CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
              END-IF
           END-IF.

           IF HC-UNDER-HOLD
              ADD 1                   TO WS-CLS-HELD (WS-CLASS-IDX)
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-CHK-RRB-HIC        TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE SPACE                 TO WS-ITEM-TEXT.
           STRING 'RRB HIC ' MH-VALUE-OUT
              DELIMITED BY SIZE INTO WS-ITEM-TEXT.

           PERFORM 3600-LIST-PAST-ITEM
              THRU 3600-EXIT.

       3000-EXIT.
           EXIT.

       3400-JUDGE-INCIDENT.

           PERFORM 3500-AGE-ITEM
              THRU 3500-EXIT.

           IF NOT PAST-SCHEDULE
              GO TO 3400-EXIT
           END-IF.

           MOVE 'N'                   TO HC-HELD.

           IF HC-ACTIVE-HOLDS > ZERO
              MOVE 'K'                TO HC-FUNCTION
              MOVE 'I'                TO HC-ID-TYPE
              MOVE SPACE              TO HC-KEY
              MOVE WS-CHK-INCIDENT    TO HC-KEY (1:6)
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
           END-IF.

           IF HC-UNDER-HOLD
              ADD 1                   TO WS-CLS-HELD (WS-CLASS-IDX)
              GO TO 3400-EXIT
           END-IF.

           MOVE SPACE                 TO WS-ITEM-TEXT.
           STRING 'INCIDENT ' WS-CHK-INCIDENT
              DELIMITED BY SIZE INTO WS-ITEM-TEXT.

           PERFORM 3600-LIST-PAST-ITEM
              THRU 3600-EXIT.

       3400-EXIT.
           EXIT.

      *    AGES WS-ITEM-DATE AGAINST THE CURRENT CLASS'S SCHEDULE. AN
      *    UNDATED ITEM CANNOT BE JUDGED AND IS NOT COUNTED.

       3500-AGE-ITEM.

           MOVE 'N'                   TO WS-PAST-SWITCH.

           IF  WS-ITEM-DATE NOT NUMERIC
           OR  WS-ITEM-DATE-N = ZERO
               GO TO 3500-EXIT
           END-IF.

           ADD 1                      TO WS-CLS-EXAMINED (WS-CLASS-IDX).

           COMPUTE WS-AGE-DAYS =
              WS-TODAY-INTEGER
              - FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N).

           IF WS-AGE-DAYS > WS-CLS-PERIOD (WS-CLASS-IDX)
              MOVE 'Y'                TO WS-PAST-SWITCH
           END-IF.

       3500-EXIT.
           EXIT.

       3600-LIST-PAST-ITEM.

           ADD 1                      TO WS-CLS-PAST (WS-CLASS-IDX).

           MOVE WS-CDF-CLASS (WS-CLASS-IDX)
                                      TO WS-DTL-CLASS.
           MOVE WS-ITEM-TEXT          TO WS-DTL-ITEM.
           MOVE WS-ITEM-DATE          TO WS-DTL-DATE.
           MOVE WS-AGE-DAYS           TO WS-DTL-AGE.
           MOVE WS-CLS-PERIOD (WS-CLASS-IDX)
                                      TO WS-DTL-PERIOD.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3600-EXIT.
           EXIT.

       3700-START-LOG-TALLY.

           MOVE WS-CX-LOGHIST         TO WS-CLASS-IDX.
           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE ZERO                  TO WS-LOG-PAST.
           MOVE HIGH-VALUES           TO WS-LOG-OLDEST.

       3700-EXIT.
           EXIT.

      *    A HISTORY RECORD PAST SCHEDULE IS TALLIED, NOT LISTED - THE
      *    GENERATION ROLL-OFF KEEPS OR DROPS WHOLE DAYS AT A TIME.

       3800-JUDGE-LOG-RECORD.

           PERFORM 3500-AGE-ITEM
              THRU 3500-EXIT.

           IF NOT PAST-SCHEDULE
              GO TO 3800-EXIT
           END-IF.

           MOVE 'N'                   TO HC-HELD.

           IF HC-ACTIVE-HOLDS > ZERO
              MOVE 'S'                TO HC-FUNCTION
              MOVE SPACE              TO HC-IMAGE
              MOVE WS-LOG-IMAGE       TO HC-IMAGE
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
           END-IF.

           IF HC-UNDER-HOLD
              ADD 1                   TO WS-CLS-HELD (WS-CLASS-IDX)
              GO TO 3800-EXIT
           END-IF.

           ADD 1                      TO WS-LOG-PAST
                                         WS-CLS-PAST (WS-CLASS-IDX).
           IF WS-ITEM-DATE < WS-LOG-OLDEST
              MOVE WS-ITEM-DATE       TO WS-LOG-OLDEST
           END-IF.

       3800-EXIT.
           EXIT.

       3900-LIST-LOG-TALLY.

           IF WS-LOG-PAST = ZERO
              GO TO 3900-EXIT
           END-IF.

           MOVE WS-LOG-PAST           TO WS-LOG-PAST-DISPLAY.
           MOVE SPACE                 TO WS-ITEM-TEXT.
           STRING WS-LOG-DDNAME ' - ' WS-LOG-PAST-DISPLAY
                  ' RECORDS FROM OLDEST'
              DELIMITED BY SIZE INTO WS-ITEM-TEXT.

           MOVE WS-LOG-OLDEST         TO WS-ITEM-DATE.
           COMPUTE WS-AGE-DAYS =
              WS-TODAY-INTEGER
              - FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-N).

           MOVE WS-CDF-CLASS (WS-CLASS-IDX)
                                      TO WS-DTL-CLASS.
           MOVE WS-ITEM-TEXT          TO WS-DTL-ITEM.
           MOVE WS-ITEM-DATE          TO WS-DTL-DATE.
           MOVE WS-AGE-DAYS           TO WS-DTL-AGE.
           MOVE WS-CLS-PERIOD (WS-CLASS-IDX)
                                      TO WS-DTL-PERIOD.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3900-EXIT.
           EXIT.

       7000-WRITE-SUMMARY.

           MOVE SPACE                 TO RW-PRINT-LINE.
           MOVE 'D'                   TO RW-FUNCTION.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-CLASS-COUNT
               MOVE WS-CDF-CLASS (WS-WORK-IDX)    TO WS-SUM-CLASS
               MOVE WS-CLS-PERIOD (WS-WORK-IDX)   TO WS-SUM-PERIOD
               IF WS-CLS-SOURCE (WS-WORK-IDX) = 'S'
                  MOVE 'RETNSCHD'     TO WS-SUM-SOURCE
               ELSE
                  MOVE 'DEFAULT '     TO WS-SUM-SOURCE
               END-IF
               MOVE WS-CLS-EXAMINED (WS-WORK-IDX) TO WS-SUM-EXAMINED
               MOVE WS-CLS-PAST (WS-WORK-IDX)     TO WS-SUM-PAST
               MOVE WS-CLS-HELD (WS-WORK-IDX)     TO WS-SUM-HELD
               ADD WS-CLS-EXAMINED (WS-WORK-IDX)  TO WS-TOTAL-EXAMINED
               ADD WS-CLS-PAST (WS-WORK-IDX)      TO WS-TOTAL-PAST
               MOVE 'D'                           TO RW-FUNCTION
               MOVE WS-SUMMARY-LINE               TO RW-PRINT-LINE
               CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-PERFORM.

           MOVE WS-TOTAL-PAST         TO WS-TOT-PAST.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       7000-EXIT.
           EXIT.

       8000-TERMINATE.

           DISPLAY 'RETNCMPL,ITEMS EXAMINED,' WS-TOTAL-EXAMINED.
           DISPLAY 'RETNCMPL,KEPT PAST SCHEDULE WITHOUT HOLD,'
                   WS-TOTAL-PAST.

           MOVE 'RETNCMPL'            TO RL-PROGRAM.
           MOVE WS-CURRENT-TIMESTAMP  TO RL-START-TIMESTAMP.
           MOVE 'RETNSCHD'            TO RL-INPUT-DDNAME.
           MOVE WS-TOTAL-EXAMINED     TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED =
              WS-TOTAL-EXAMINED - WS-TOTAL-PAST.
           MOVE WS-TOTAL-PAST         TO RL-RECORDS-REJECTED.
           IF WS-TOTAL-PAST > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
