       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSRVW.
       AUTHOR. CHRISTIAN STRAMA.

      * BENEFICIARY-DATA ACCESS REVIEW. THE SCREENS THAT SHOW
      * BENEFICIARY IDENTIFIERS LOG EVERY LOOKUP TO THE BACC TD
      * QUEUE AND ACCROLL DRAINS EACH NIGHT'S LOOKUPS TO A NEW DATED
      * ACCSHIST GENERATION; THIS JOB READS THE GENERATIONS (THE JCL
      * CONCATENATES AS MANY AS THE REVIEW NEEDS, OLDEST FIRST) AND
      * ANSWERS THE PRIVACY OFFICE'S TWO QUESTIONS. THE ACCSCTL CARD
      * PICKS WHICH:
      *
      *   M (OR BLANK) IN COL 1 - THE MONTHLY OPERATOR REVIEW. COLS
      *     2-7 NAME THE MONTH (YYYYMM); BLANK MEANS THE MONTH BEFORE
      *     THE BUSINESS DATE. ONE LINE PER OPERATOR WITH THE MONTH'S
      *     LOOKUPS, NOT-FOUNDS, ACTIVE DAYS, THE OPERATOR'S NORM AND
      *     BUSIEST DAY, THEN THE OPERATOR'S FLAGGED ACTIVITY:
      *       VOLUME    A DAY'S LOOKUPS ABOVE THE NORM TIMES THE
      *                 ACCSVOLFACT FACTOR (DEFAULT 3) AND AT LEAST
      *                 ACCSVOLMIN (DEFAULT 25). THE NORM IS THE
      *                 OPERATOR'S OWN LOOKUPS PER ACTIVE DAY IN THE
      *                 GENERATIONS BEFORE THE MONTH; AN OPERATOR WITH
      *                 NO EARLIER HISTORY IS HELD TO THE SITE'S
      *                 AVERAGE PER OPERATOR-DAY.
      *       BROWSE    A RUN OF ACCSSEQRUN (DEFAULT 5) CONSECUTIVE
      *                 LOOKUPS BY ONE OPERATOR WHERE EACH IDENTIFIER
      *                 HAS THE SAME SHAPE AS THE LAST AND A NUMBER
      *                 PART WITHIN ACCSSEQGAP (DEFAULT 3) OF IT -
      *                 WALKING THE NUMBER SPACE RATHER THAN LOOKING
      *                 UP A CASE.
      *       OFF SHIFT A DAY WITH LOOKUPS OUTSIDE THE OPERATOR'S
      *                 SHIFT ON THE OPERSHFT SHIFT FILE. A '*DEFAULT'
      *                 ROW SETS THE SHIFT FOR OPERATORS WITHOUT ONE;
      *                 WITH NEITHER, 0700-1900 MONDAY TO FRIDAY. AN
      *                 END BEFORE THE START IS AN OVERNIGHT SHIFT,
      *                 ITS EARLY HOURS BELONGING TO THE DAY BEFORE.
      *     ENDS RC 4 WHEN ANYTHING IS FLAGGED.
      *
      *   B IN COL 1 - WHO VIEWED THIS BENEFICIARY. COL 2 IS THE KEY
      *     TYPE (R RRB HIC, S SSA HIC, M MBI), COLS 3-14 THE KEY,
      *     COLS 15-22 AND 23-30 AN OPTIONAL FROM/TO DATE RANGE. THE
      *     KEY IS RESOLVED TO ALL THREE IDENTIFIERS THROUGH THE
      *     CROSSWALK (SSA HICS THROUGH SSAXLOOK, MBIS THROUGH THE
      *     MBIXREF COMPANION), SO A LOOKUP BY ANY OF THEM IS LISTED:
      *     WHEN, WHO, FROM WHICH TERMINAL AND SCREEN, AND WHETHER
      *     THE RECORD WAS FOUND. A KEY THE CROSSWALK DOES NOT KNOW IS
      *     STILL SEARCHED AS KEYED. AN MBI RETIRED BY A REISSUE IS NO
      *     LONGER ON THE COMPANION, SO LOOKUPS BY IT ARE FOUND ONLY
      *     WHEN IT IS THE KEY ASKED ABOUT.
      *
      * IDENTIFIERS PRINT MASKED THROUGH MASKHIC LIKE EVERY OTHER
      * EYEBALL SURFACE.
      *
      * ACCROLL KEEPS TRAINING-SESSION LOOKUPS OUT OF ACCSHIST; A
      * TRAINING RECORD FOUND HERE ANYWAY (A HAND-RESTORED DAY, SAY)
      * IS PASSED OVER BY BOTH REVIEWS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ACCESS-CTL-FILE
                                  ASSIGN TO ACCSCTL
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACCESS-HIST-FILE
                                  ASSIGN TO ACCSHIST
                                  FILE STATUS IS AH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPER-SHIFT-FILE
                                  ASSIGN TO OPERSHFT
                                  FILE STATUS IS OS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    SAME MASTERS RRBTOSSA AND SSAACK MAINTAIN, WITH THE SAME
      *    TEST-SCOPED DSN TREATMENT UNDER THE SHARED BTCHTEST SWITCH.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT MBI-XREF-FILE   ASSIGN TO WS-MBIXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS MB-SSA-MBI
                                  FILE STATUS IS MB-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCESS-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ACCESS-CTL-REC          PIC X(80).

      *    ACCROLL'S HISTORY SHAPE - BUSINESS DATE PLUS THE ACCSREC
      *    IMAGE AS THE SCREEN WROTE IT.

       FD  ACCESS-HIST-FILE
           RECORD CONTAINS 88 CHARACTERS.

       01  ACCESS-HIST-REC.
           05  AH-BUSINESS-DATE    PIC X(08).
           05  AH-ACCESS-IMAGE     PIC X(80).

       FD  OPER-SHIFT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  OPER-SHIFT-REC.
           05  OS-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  OS-START            PIC X(04).
           05  OS-START-N REDEFINES OS-START
                                   PIC 9(04).
           05  FILLER              PIC X(01).
           05  OS-END              PIC X(04).
           05  OS-END-N REDEFINES OS-END
                                   PIC 9(04).
           05  FILLER              PIC X(01).
           05  OS-WORK-DAYS        PIC X(07).
           05  FILLER              PIC X(14).

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

      *    SAME LAYOUT AS SSAXBLD'S MBI-XREF-REC.

       FD  MBI-XREF-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

       WORKING-STORAGE SECTION.

       01  CT-FILE-STATUS          PIC X(02).
       01  AH-FILE-STATUS          PIC X(02).
       01  OS-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  MB-FILE-STATUS          PIC X(02).

           COPY WSTMODE.

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-MBIXREF-DSN          PIC X(08).

      *    THE ACCSCTL CARD - MODE IN COL 1, THEN THE MONTH OR THE
      *    BENEFICIARY KEY AND DATE RANGE.

       01  WS-CONTROL-CARD.
           05  CT-MODE             PIC X(01).
               88  CT-MONTHLY                 VALUE 'M' ' '.
               88  CT-BY-BENEFICIARY          VALUE 'B'.
           05  CT-MONTH-FIELDS.
               10  CT-MONTH        PIC X(06).
               10  FILLER          PIC X(73).
           05  CT-BENEFICIARY-FIELDS REDEFINES CT-MONTH-FIELDS.
               10  CT-KEY-TYPE     PIC X(01).
                   88  CT-BY-RRB              VALUE 'R'.
                   88  CT-BY-SSA              VALUE 'S'.
                   88  CT-BY-MBI              VALUE 'M'.
               10  CT-KEY          PIC X(12).
               10  CT-FROM-DATE    PIC X(08).
               10  CT-TO-DATE      PIC X(08).
               10  FILLER          PIC X(50).

      *    THE RECORD BEING REVIEWED, UNPACKED FROM THE HISTORY IMAGE.

           COPY ACCSREC.

       01  WS-SWITCHES.
           05  WS-SETUP-FAILED     PIC X(01)  VALUE 'N'.
           05  NO-MORE-HIST        PIC X(01)  VALUE 'N'.
               88  END-OF-HIST                VALUE 'Y'.
           05  NO-MORE-SHIFT       PIC X(01)  VALUE 'N'.
               88  END-OF-SHIFT               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HIST-READ            PIC 9(09)  VALUE ZERO.
           05  WS-IN-PERIOD            PIC 9(09)  VALUE ZERO.
           05  WS-PRIOR-READ           PIC 9(09)  VALUE ZERO.
           05  WS-FLAG-COUNT-TOTAL     PIC 9(07)  VALUE ZERO.
           05  WS-FLAGS-DROPPED        PIC 9(07)  VALUE ZERO.
           05  WS-OPERATORS-DROPPED    PIC 9(07)  VALUE ZERO.
           05  WS-ACCESSES-LISTED      PIC 9(07)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                   PIC 9(08).
       01  WS-START-TIMESTAMP      PIC X(26)  VALUE SPACE.

      *    THE MONTH UNDER REVIEW.

       01  WS-REVIEW-MONTH.
           05  WS-REVIEW-YEAR      PIC 9(04)  VALUE ZERO.
           05  WS-REVIEW-MM        PIC 9(02)  VALUE ZERO.
       01  WS-REVIEW-MONTH-X REDEFINES WS-REVIEW-MONTH
                                   PIC X(06).

      *    THE REVIEW THRESHOLDS, FROM SITEPARM THROUGH GETPARM.

       01  WS-VOLUME-FACTOR        PIC 9(03)  VALUE 3.
       01  WS-VOLUME-MINIMUM       PIC 9(05)  VALUE 25.
       01  WS-SEQ-RUN-LENGTH       PIC 9(03)  VALUE 5.
       01  WS-SEQ-GAP              PIC 9(03)  VALUE 3.

      *    THE SHIFT FILE, AND THE SHIFT AN OPERATOR WITHOUT A ROW
      *    WORKS - OVERRIDDEN BY A '*DEFAULT' ROW.

       01  WS-DEFAULT-SHIFT.
           05  WS-DFT-START        PIC 9(04)  VALUE 0700.
           05  WS-DFT-END          PIC 9(04)  VALUE 1900.
           05  WS-DFT-WORK-DAYS    PIC X(07)  VALUE 'YYYYYNN'.

       01  WS-SHIFT-COUNT          PIC 9(03)  VALUE ZERO.
       01  WS-SHIFT-TABLE.
           05  WS-SHIFT-ENTRY      OCCURS 300 TIMES.
               10  WS-SHF-OPERATOR     PIC X(08).
               10  WS-SHF-START        PIC 9(04).
               10  WS-SHF-END          PIC 9(04).
               10  WS-SHF-WORK-DAYS    PIC X(07).

      *    ONE ENTRY PER OPERATOR SEEN. THE PRIOR FIELDS BUILD THE
      *    NORM FROM THE GENERATIONS BEFORE THE MONTH; THE DAY TABLES
      *    ARE THE MONTH'S LOOKUPS AND OFF-SHIFT LOOKUPS BY DAY; THE
      *    SEQ FIELDS FOLLOW THE OPERATOR'S CURRENT BROWSE RUN.

       01  WS-OPER-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY       OCCURS 300 TIMES.
               10  WS-OPR-OPERATOR     PIC X(08).
               10  WS-OPR-START        PIC 9(04).
               10  WS-OPR-END          PIC 9(04).
               10  WS-OPR-WORK-DAYS    PIC X(07).
               10  WS-OPR-PRIOR-LOOKUPS
                                       PIC 9(09).
               10  WS-OPR-PRIOR-DAYS   PIC 9(05).
               10  WS-OPR-LAST-DATE    PIC X(08).
               10  WS-OPR-LOOKUPS      PIC 9(07).
               10  WS-OPR-NOT-FOUND    PIC 9(07).
               10  WS-OPR-FLAGS        PIC 9(05).
               10  WS-OPR-DAY-COUNT    PIC 9(05)  OCCURS 31 TIMES.
               10  WS-OPR-DAY-OFF      PIC 9(05)  OCCURS 31 TIMES.
               10  WS-OPR-SEQ-SHAPE    PIC X(12).
               10  WS-OPR-SEQ-VALUE    PIC 9(12).
               10  WS-OPR-SEQ-RUN      PIC 9(05).
               10  WS-OPR-SEQ-FLAGGED  PIC X(01).
               10  WS-OPR-SEQ-FIRST-ID PIC X(12).
               10  WS-OPR-SEQ-FIRST-TS PIC X(14).

      *    THE FLAGGED ACTIVITY, LISTED UNDER EACH OPERATOR'S LINE.

       01  WS-FLAG-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY       OCCURS 500 TIMES.
               10  WS-FLG-OPER-IDX     PIC 9(03).
               10  WS-FLG-TYPE         PIC X(01).
                   88  WS-FLG-VOLUME              VALUE 'V'.
                   88  WS-FLG-BROWSE              VALUE 'S'.
                   88  WS-FLG-OFF-SHIFT           VALUE 'O'.
               10  WS-FLG-DATE         PIC X(08).
               10  WS-FLG-TIME         PIC X(06).
               10  WS-FLG-COUNT        PIC 9(05).
               10  WS-FLG-IDENTIFIER   PIC X(12).

       01  WS-NEW-FLAG-TYPE        PIC X(01)  VALUE SPACE.
       01  WS-OPER-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-WORK-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-FLAG-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-DAY-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-CHAR-IDX             PIC 9(02)  VALUE ZERO.

      *    SITE-WIDE TOTALS FOR THE NORM OF AN OPERATOR WITH NO
      *    EARLIER HISTORY.

       01  WS-SITE-PRIOR-LOOKUPS   PIC 9(09)  VALUE ZERO.
       01  WS-SITE-PRIOR-DAYS      PIC 9(07)  VALUE ZERO.
       01  WS-SITE-MONTH-LOOKUPS   PIC 9(09)  VALUE ZERO.
       01  WS-SITE-MONTH-DAYS      PIC 9(07)  VALUE ZERO.
       01  WS-SITE-NORM            PIC 9(05)V9 VALUE ZERO.

       01  WS-OPER-NORM            PIC 9(05)V9 VALUE ZERO.
       01  WS-VOLUME-LIMIT         PIC 9(07)V9 VALUE ZERO.
       01  WS-ACTIVE-DAYS          PIC 9(03)  VALUE ZERO.
       01  WS-PEAK-DAY             PIC 9(05)  VALUE ZERO.

      *    THE LOOKUP BEING JUDGED.

       01  WS-ACC-DATE-N           PIC 9(08)  VALUE ZERO.
       01  WS-ACC-HHMM             PIC 9(04)  VALUE ZERO.
       01  WS-ACC-DAY              PIC 9(02)  VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9(01)  VALUE ZERO.
       01  WS-ON-SHIFT             PIC X(01)  VALUE 'N'.
       01  WS-ID-SHAPE             PIC X(12)  VALUE SPACE.
       01  WS-ID-VALUE             PIC 9(12)  VALUE ZERO.
       01  WS-ID-DIGIT             PIC 9(01)  VALUE ZERO.
       01  WS-ID-GAP               PIC S9(12) VALUE ZERO.

      *    THE BENEFICIARY ASKED ABOUT, UNDER EACH OF ITS IDENTIFIERS.

       01  WS-TARGET-RRB-HIC       PIC X(12)  VALUE SPACE.
       01  WS-TARGET-SSA-HIC       PIC X(11)  VALUE SPACE.
       01  WS-TARGET-MBI           PIC X(11)  VALUE SPACE.
       01  WS-FROM-DATE            PIC X(08)  VALUE '00000000'.
       01  WS-TO-DATE              PIC X(08)  VALUE '99999999'.
       01  WS-ACCESS-MATCHES       PIC X(01)  VALUE 'N'.

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

      *    PARAMETERS FOR SSAXLOOK - SAME LAYOUT AS SSAXLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-SSAXLOOK-PARAMETERS.
           05  SL-SSA-HIC              PIC  X(11).
           05  SL-FOUND                PIC  X(01).
           05  SL-RRB-HIC              PIC  X(12).
           05  SL-SSA-BIC              PIC  X(02).
           05  SL-LAST-SEEN            PIC  X(26).
           05  SL-SSA-MBI              PIC  X(11).

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

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(36)  VALUE
               'ACCSRVW - BENEFICIARY DATA ACCESS - '.
           05  WS-TTL-SUBJECT      PIC X(24)  VALUE SPACE.

       01  WS-MONTH-HEADING.
           05  FILLER              PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER              PIC X(10)  VALUE '  LOOKUPS'.
           05  FILLER              PIC X(10)  VALUE ' NOT FOUND'.
           05  FILLER              PIC X(06)  VALUE '  DAYS'.
           05  FILLER              PIC X(10)  VALUE '  NORM/DAY'.
           05  FILLER              PIC X(10)  VALUE '  BUSIEST'.
           05  FILLER              PIC X(76)  VALUE '   FLAGS'.

       01  WS-OPERATOR-LINE.
           05  WS-OPL-OPERATOR     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-OPL-LOOKUPS      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OPL-NOT-FOUND    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-OPL-DAYS         PIC ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-OPL-NORM         PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-OPL-PEAK         PIC ZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-OPL-FLAGS        PIC ZZ,ZZ9.
           05  WS-OPL-SOURCE       PIC X(68)  VALUE SPACE.

       01  WS-FLAG-LINE.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-FGL-TYPE         PIC X(10).
           05  WS-FGL-DATE         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-FGL-TEXT         PIC X(108).

       01  WS-VOLUME-TEXT.
           05  WS-VLT-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(22)  VALUE
               ' LOOKUPS AGAINST NORM '.
           05  WS-VLT-NORM         PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(15)  VALUE
               ', LIMIT FACTOR '.
           05  WS-VLT-FACTOR       PIC ZZ9.

       01  WS-BROWSE-TEXT.
           05  FILLER              PIC X(05)  VALUE 'FROM '.
           05  WS-BRT-TIME         PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-BRT-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(36)  VALUE
               ' NEAR-CONSECUTIVE LOOKUPS STARTING '.
           05  WS-BRT-IDENTIFIER   PIC X(12).

       01  WS-OFF-SHIFT-TEXT.
           05  WS-OST-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(24)  VALUE
               ' LOOKUPS OUTSIDE SHIFT '.
           05  WS-OST-START        PIC 9(04).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-OST-END          PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OST-WORK-DAYS    PIC X(07).

       01  WS-ACCESS-HEADING.
           05  FILLER              PIC X(16)  VALUE 'WHEN'.
           05  FILLER              PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER              PIC X(06)  VALUE 'TERM'.
           05  FILLER              PIC X(06)  VALUE 'TRAN'.
           05  FILLER              PIC X(10)  VALUE 'SCREEN'.
           05  FILLER              PIC X(04)  VALUE 'BY'.
           05  FILLER              PIC X(14)  VALUE 'IDENTIFIER'.
           05  FILLER              PIC X(66)  VALUE 'RESULT'.

       01  WS-ACCESS-LINE.
           05  WS-ACL-DATE         PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ACL-TIME         PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ACL-OPERATOR     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ACL-TERMINAL     PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ACL-TRANS        PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ACL-PROGRAM      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ACL-ID-TYPE      PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-ACL-IDENTIFIER   PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ACL-RESULT       PIC X(09).
           05  FILLER              PIC X(57)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(30).
           05  WS-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              GO TO 0000-STOP
           END-IF.

           IF CT-BY-BENEFICIARY
              PERFORM 5000-WHO-VIEWED
                 THRU 5000-EXIT
           ELSE
              PERFORM 2000-READ-MONTH
                 THRU 2000-EXIT
              PERFORM 3000-JUDGE-OPERATORS
                 THRU 3000-EXIT
              PERFORM 4000-WRITE-MONTH-REPORT
                 THRU 4000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

       0000-STOP.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'MBIXREFT'          TO  WS-MBIXREF-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'MBIXREF '          TO  WS-MBIXREF-DSN
           END-IF.

           MOVE SPACE                 TO WS-CONTROL-CARD.

           OPEN INPUT ACCESS-CTL-FILE.

           IF CT-FILE-STATUS NOT = '00'
              DISPLAY 'ACCSRVW,NO ACCSCTL CONTROL CARD,'
                      'MONTHLY REVIEW OF THE PRIOR MONTH'
           ELSE
              READ ACCESS-CTL-FILE INTO WS-CONTROL-CARD
                 AT END MOVE SPACE    TO WS-CONTROL-CARD
              END-READ
              CLOSE ACCESS-CTL-FILE
           END-IF.

           EVALUATE TRUE
             WHEN CT-BY-BENEFICIARY
               PERFORM 1200-RESOLVE-BENEFICIARY
                  THRU 1200-EXIT
             WHEN CT-MONTHLY
               PERFORM 1100-SET-REVIEW-MONTH
                  THRU 1100-EXIT
             WHEN OTHER
               DISPLAY 'ACCSRVW,MODE MUST BE M OR B,' CT-MODE
               MOVE 'Y'               TO WS-SETUP-FAILED
           END-EVALUATE.

           IF WS-SETUP-FAILED = 'Y'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE WS-TITLE-LINE         TO RW-TITLE.
           IF CT-BY-BENEFICIARY
              MOVE WS-ACCESS-HEADING  TO RW-COLUMN-HEADING
           ELSE
              MOVE WS-MONTH-HEADING   TO RW-COLUMN-HEADING
           END-IF.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       1000-EXIT.
           EXIT.

      *    THE MONTH, THE THRESHOLDS AND THE SHIFTS FOR THE MONTHLY
      *    REVIEW.

       1100-SET-REVIEW-MONTH.

           IF CT-MONTH = SPACE
              MOVE WS-BUSINESS-DATE (1:6)
                                      TO WS-REVIEW-MONTH-X
              IF WS-REVIEW-MM = 01
                 MOVE 12              TO WS-REVIEW-MM
                 SUBTRACT 1         FROM WS-REVIEW-YEAR
              ELSE
                 SUBTRACT 1         FROM WS-REVIEW-MM
              END-IF
           ELSE
              MOVE CT-MONTH           TO WS-REVIEW-MONTH-X
              IF WS-REVIEW-MONTH-X NOT NUMERIC
              OR WS-REVIEW-MM < 01
              OR WS-REVIEW-MM > 12
                 DISPLAY 'ACCSRVW,REVIEW MONTH NOT YYYYMM,' CT-MONTH
                 MOVE 'Y'             TO WS-SETUP-FAILED
                 GO TO 1100-EXIT
              END-IF
           END-IF.

           MOVE 'MONTH '              TO WS-TTL-SUBJECT.
           MOVE WS-REVIEW-MONTH-X     TO WS-TTL-SUBJECT (7:6).

           MOVE 'ACCSVOLFACT '        TO PM-NAME.
           MOVE '3'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 1000
              MOVE PM-NUMERIC-VALUE   TO WS-VOLUME-FACTOR
           END-IF.

           MOVE 'ACCSVOLMIN  '        TO PM-NAME.
           MOVE '25'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 100000
              MOVE PM-NUMERIC-VALUE   TO WS-VOLUME-MINIMUM
           END-IF.

           MOVE 'ACCSSEQRUN  '        TO PM-NAME.
           MOVE '5'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > 1
           AND PM-NUMERIC-VALUE < 1000
              MOVE PM-NUMERIC-VALUE   TO WS-SEQ-RUN-LENGTH
           END-IF.

           MOVE 'ACCSSEQGAP  '        TO PM-NAME.
           MOVE '3'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 1000
              MOVE PM-NUMERIC-VALUE   TO WS-SEQ-GAP
           END-IF.

           DISPLAY 'ACCSRVW,REVIEW MONTH,' WS-REVIEW-MONTH-X.
           DISPLAY 'ACCSRVW,VOLUME FACTOR,' WS-VOLUME-FACTOR
                   ',MINIMUM,' WS-VOLUME-MINIMUM.
           DISPLAY 'ACCSRVW,BROWSE RUN,' WS-SEQ-RUN-LENGTH
                   ',GAP,' WS-SEQ-GAP.

           PERFORM 1150-LOAD-SHIFTS
              THRU 1150-EXIT.

       1100-EXIT.
           EXIT.

       1150-LOAD-SHIFTS.

           OPEN INPUT OPER-SHIFT-FILE.

           IF OS-FILE-STATUS NOT = '00'
              DISPLAY 'ACCSRVW,NO OPERSHFT SHIFT FILE,'
                      'DEFAULT SHIFT FOR EVERY OPERATOR'
              CLOSE OPER-SHIFT-FILE
              GO TO 1150-EXIT
           END-IF.

           PERFORM UNTIL END-OF-SHIFT
               READ OPER-SHIFT-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-SHIFT
                 NOT AT END
                   PERFORM 1160-KEEP-ONE-SHIFT
                      THRU 1160-EXIT
               END-READ
           END-PERFORM.

           CLOSE OPER-SHIFT-FILE.

           DISPLAY 'ACCSRVW,OPERATOR SHIFTS LOADED,' WS-SHIFT-COUNT.

       1150-EXIT.
           EXIT.

       1160-KEEP-ONE-SHIFT.

           IF OS-OPERATOR = SPACE
              GO TO 1160-EXIT
           END-IF.

           IF OS-START NOT NUMERIC
           OR OS-END NOT NUMERIC
           OR OS-START-N > 2359
           OR OS-END-N > 2400
              DISPLAY 'ACCSRVW,OPERSHFT ROW INVALID,IGNORED,'
                      OS-OPERATOR
              GO TO 1160-EXIT
           END-IF.

           IF OS-WORK-DAYS = SPACE
              MOVE WS-DFT-WORK-DAYS   TO OS-WORK-DAYS
           END-IF.

           IF OS-OPERATOR = '*DEFAULT'
              MOVE OS-START-N         TO WS-DFT-START
              MOVE OS-END-N           TO WS-DFT-END
              MOVE OS-WORK-DAYS       TO WS-DFT-WORK-DAYS
              GO TO 1160-EXIT
           END-IF.

           IF WS-SHIFT-COUNT >= 300
              DISPLAY 'ACCSRVW,OPERSHFT ROWS EXCEED TABLE '
                      'MAX 300,ROWS IGNORED'
              MOVE 'Y'                TO NO-MORE-SHIFT
              GO TO 1160-EXIT
           END-IF.

           ADD 1                      TO WS-SHIFT-COUNT.
           MOVE OS-OPERATOR      TO WS-SHF-OPERATOR (WS-SHIFT-COUNT).
           MOVE OS-START-N       TO WS-SHF-START (WS-SHIFT-COUNT).
           MOVE OS-END-N         TO WS-SHF-END (WS-SHIFT-COUNT).
           MOVE OS-WORK-DAYS     TO WS-SHF-WORK-DAYS (WS-SHIFT-COUNT).

       1160-EXIT.
           EXIT.

      *    THE SAME RESOLUTION RSRCHPKT MAKES, EXTENDED TO THE MBI:
      *    WHICHEVER KEY WAS GIVEN, FIND THE OTHER TWO SO A LOOKUP BY
      *    ANY OF THEM IS LISTED. A KEY THE CROSSWALK DOES NOT KNOW
      *    IS STILL SEARCHED ON ITS OWN - A NOT-FOUND LOOKUP IS STILL
      *    A LOOKUP.

       1200-RESOLVE-BENEFICIARY.

           IF CT-KEY = SPACE
              DISPLAY 'ACCSRVW,NO BENEFICIARY KEY ON THE CARD'
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1200-EXIT
           END-IF.

           IF CT-FROM-DATE NOT = SPACE
              MOVE CT-FROM-DATE       TO WS-FROM-DATE
           END-IF.
           IF CT-TO-DATE NOT = SPACE
              MOVE CT-TO-DATE         TO WS-TO-DATE
           END-IF.

           EVALUATE TRUE
             WHEN CT-BY-RRB
               MOVE CT-KEY            TO WS-TARGET-RRB-HIC
             WHEN CT-BY-SSA
               MOVE CT-KEY (1:11)     TO WS-TARGET-SSA-HIC
                                         SL-SSA-HIC
               CALL 'SSAXLOOK' USING WS-SSAXLOOK-PARAMETERS
               IF SL-FOUND = 'Y'
                  MOVE SL-RRB-HIC     TO WS-TARGET-RRB-HIC
               ELSE
                  DISPLAY 'ACCSRVW,SSA HIC NOT ON THE COMPANION,'
                          'SEARCHED AS KEYED'
               END-IF
             WHEN CT-BY-MBI
               MOVE CT-KEY (1:11)     TO WS-TARGET-MBI
               PERFORM 1250-READ-MBI-COMPANION
                  THRU 1250-EXIT
             WHEN OTHER
               DISPLAY 'ACCSRVW,KEY TYPE MUST BE R, S OR M,'
                       CT-KEY-TYPE
               MOVE 'Y'               TO WS-SETUP-FAILED
               GO TO 1200-EXIT
           END-EVALUATE.

           IF WS-TARGET-RRB-HIC NOT = SPACE
              PERFORM 1270-READ-CROSSWALK
                 THRU 1270-EXIT
           END-IF.

           MOVE 'WHO VIEWED '         TO WS-TTL-SUBJECT.
           MOVE CT-KEY                TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-TTL-SUBJECT (12:12).

           DISPLAY 'ACCSRVW,BY BENEFICIARY,' CT-KEY-TYPE
                   ',FROM,' WS-FROM-DATE ',TO,' WS-TO-DATE.

       1200-EXIT.
           EXIT.

       1250-READ-MBI-COMPANION.

           OPEN INPUT MBI-XREF-FILE.

           IF MB-FILE-STATUS NOT = '00'
              DISPLAY 'ACCSRVW,UNABLE TO OPEN MBIXREF,'
                      MB-FILE-STATUS
              GO TO 1250-EXIT
           END-IF.

           MOVE WS-TARGET-MBI         TO MB-SSA-MBI.

           READ MBI-XREF-FILE
             INVALID KEY
               DISPLAY 'ACCSRVW,MBI NOT ON THE COMPANION,'
                       'SEARCHED AS KEYED'
             NOT INVALID KEY
               MOVE MB-RRB-HIC        TO WS-TARGET-RRB-HIC
               MOVE MB-SSA-HIC        TO WS-TARGET-SSA-HIC
           END-READ.

           CLOSE MBI-XREF-FILE.

       1250-EXIT.
           EXIT.

       1270-READ-CROSSWALK.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'ACCSRVW,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              GO TO 1270-EXIT
           END-IF.

           MOVE WS-TARGET-RRB-HIC     TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               DISPLAY 'ACCSRVW,RRB HIC NOT ON THE CROSSWALK,'
                       'SEARCHED AS KEYED'
             NOT INVALID KEY
               IF WS-TARGET-SSA-HIC = SPACE
                  MOVE HX-SSA-HIC     TO WS-TARGET-SSA-HIC
               END-IF
               IF WS-TARGET-MBI = SPACE
                  MOVE HX-SSA-MBI     TO WS-TARGET-MBI
               END-IF
           END-READ.

           CLOSE HIC-XREF-FILE.

       1270-EXIT.
           EXIT.

      *    ONE PASS OF THE CONCATENATED HISTORY. LOOKUPS BEFORE THE
      *    MONTH BUILD EACH OPERATOR'S NORM; LOOKUPS IN IT ARE
      *    COUNTED BY DAY AND WATCHED FOR BROWSING AND OFF-SHIFT
      *    WORK; ANYTHING AFTER IT IS LEFT FOR NEXT MONTH'S REVIEW.

       2000-READ-MONTH.

           OPEN INPUT ACCESS-HIST-FILE.

           IF AH-FILE-STATUS NOT = '00'
              DISPLAY 'ACCSRVW,NO ACCSHIST TO REVIEW,'
                      AH-FILE-STATUS
              CLOSE ACCESS-HIST-FILE
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-HIST
               READ ACCESS-HIST-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-HIST
                 NOT AT END
                   ADD 1              TO WS-HIST-READ
                   MOVE AH-ACCESS-IMAGE
                                      TO ACCESS-LOG-REC
                   PERFORM 2100-TAKE-ONE-ACCESS
                      THRU 2100-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACCESS-HIST-FILE.

       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-ACCESS.

           IF AC-DATE NOT NUMERIC
           OR AC-OPERATOR = SPACE
           OR AC-TRAINING
              GO TO 2100-EXIT
           END-IF.

           IF AC-DATE (1:6) > WS-REVIEW-MONTH-X
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-FIND-OPERATOR
              THRU 2200-EXIT.

           IF WS-OPER-IDX = ZERO
              GO TO 2100-EXIT
           END-IF.

           IF AC-DATE (1:6) < WS-REVIEW-MONTH-X
              ADD 1                   TO WS-PRIOR-READ
                                  WS-OPR-PRIOR-LOOKUPS (WS-OPER-IDX)
              IF AC-DATE NOT = WS-OPR-LAST-DATE (WS-OPER-IDX)
                 ADD 1            TO WS-OPR-PRIOR-DAYS (WS-OPER-IDX)
                 MOVE AC-DATE     TO WS-OPR-LAST-DATE (WS-OPER-IDX)
              END-IF
              GO TO 2100-EXIT
           END-IF.

           MOVE AC-DATE (7:2)         TO WS-ACC-DAY.
           IF WS-ACC-DAY < 01
           OR WS-ACC-DAY > 31
              GO TO 2100-EXIT
           END-IF.

           ADD 1                      TO WS-IN-PERIOD
                                         WS-OPR-LOOKUPS (WS-OPER-IDX).
           IF AC-NOT-FOUND
              ADD 1                 TO WS-OPR-NOT-FOUND (WS-OPER-IDX)
           END-IF.

           ADD 1  TO WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-ACC-DAY).

           PERFORM 2300-CHECK-SHIFT
              THRU 2300-EXIT.

           IF WS-ON-SHIFT = 'N'
              ADD 1  TO WS-OPR-DAY-OFF (WS-OPER-IDX, WS-ACC-DAY)
           END-IF.

           PERFORM 2400-CHECK-BROWSE
              THRU 2400-EXIT.

       2100-EXIT.
           EXIT.

       2200-FIND-OPERATOR.

           MOVE ZERO                  TO WS-OPER-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-OPER-COUNT
               IF WS-OPR-OPERATOR (WS-WORK-IDX) = AC-OPERATOR
                  MOVE WS-WORK-IDX    TO WS-OPER-IDX
                  MOVE WS-OPER-COUNT  TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-OPER-IDX NOT = ZERO
              GO TO 2200-EXIT
           END-IF.

           IF WS-OPER-COUNT >= 300
              ADD 1                   TO WS-OPERATORS-DROPPED
              GO TO 2200-EXIT
           END-IF.

           ADD 1                      TO WS-OPER-COUNT.
           MOVE WS-OPER-COUNT         TO WS-OPER-IDX.
           INITIALIZE WS-OPER-ENTRY (WS-OPER-IDX).
           MOVE AC-OPERATOR       TO WS-OPR-OPERATOR (WS-OPER-IDX).
           MOVE 'N'               TO WS-OPR-SEQ-FLAGGED (WS-OPER-IDX).
           MOVE WS-DFT-START      TO WS-OPR-START (WS-OPER-IDX).
           MOVE WS-DFT-END        TO WS-OPR-END (WS-OPER-IDX).
           MOVE WS-DFT-WORK-DAYS  TO WS-OPR-WORK-DAYS (WS-OPER-IDX).

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-SHIFT-COUNT
               IF WS-SHF-OPERATOR (WS-WORK-IDX) = AC-OPERATOR
                  MOVE WS-SHF-START (WS-WORK-IDX)
                                  TO WS-OPR-START (WS-OPER-IDX)
                  MOVE WS-SHF-END (WS-WORK-IDX)
                                  TO WS-OPR-END (WS-OPER-IDX)
                  MOVE WS-SHF-WORK-DAYS (WS-WORK-IDX)
                                  TO WS-OPR-WORK-DAYS (WS-OPER-IDX)
                  MOVE WS-SHIFT-COUNT TO WS-WORK-IDX
               END-IF
           END-PERFORM.

       2200-EXIT.
           EXIT.

      *    ON SHIFT MEANS A WORK DAY AND A TIME INSIDE THE SHIFT. THE
      *    HOURS AFTER MIDNIGHT OF AN OVERNIGHT SHIFT BELONG TO THE
      *    DAY THE SHIFT STARTED, SO IT IS THAT DAY WHOSE WORK-DAY
      *    FLAG IS TESTED. DAY 1 IS MONDAY.

       2300-CHECK-SHIFT.

           MOVE 'N'                   TO WS-ON-SHIFT.
           MOVE AC-DATE               TO WS-ACC-DATE-N.
           IF AC-TIME (1:4) NUMERIC
              MOVE AC-TIME (1:4)      TO WS-ACC-HHMM
           ELSE
              MOVE ZERO               TO WS-ACC-HHMM
           END-IF.
           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD
                 (FUNCTION INTEGER-OF-DATE (WS-ACC-DATE-N) - 1, 7)
              + 1.

           IF WS-OPR-START (WS-OPER-IDX) <= WS-OPR-END (WS-OPER-IDX)
              IF  WS-ACC-HHMM >= WS-OPR-START (WS-OPER-IDX)
              AND WS-ACC-HHMM <  WS-OPR-END (WS-OPER-IDX)
                  MOVE 'Y'            TO WS-ON-SHIFT
              END-IF
           ELSE
              IF WS-ACC-HHMM >= WS-OPR-START (WS-OPER-IDX)
                 MOVE 'Y'             TO WS-ON-SHIFT
              END-IF
              IF WS-ACC-HHMM < WS-OPR-END (WS-OPER-IDX)
                 MOVE 'Y'             TO WS-ON-SHIFT
                 IF WS-DAY-OF-WEEK = 1
                    MOVE 7            TO WS-DAY-OF-WEEK
                 ELSE
                    SUBTRACT 1      FROM WS-DAY-OF-WEEK
                 END-IF
              END-IF
           END-IF.

           IF WS-OPR-WORK-DAYS (WS-OPER-IDX) (WS-DAY-OF-WEEK:1)
                                      NOT = 'Y'
              MOVE 'N'                TO WS-ON-SHIFT
           END-IF.

       2300-EXIT.
           EXIT.

      *    AN IDENTIFIER IS SPLIT INTO ITS SHAPE (EVERY DIGIT SHOWN
      *    AS 9, EVERY OTHER CHARACTER AS ITSELF) AND THE NUMBER ITS
      *    DIGITS SPELL. A LOOKUP OF THE SAME SHAPE WITHIN THE GAP OF
      *    THE OPERATOR'S LAST ONE EXTENDS THE RUN; ANYTHING ELSE
      *    STARTS A NEW ONE. A RUN IS FLAGGED ONCE, WHEN IT REACHES
      *    THE RUN LENGTH.

       2400-CHECK-BROWSE.

           MOVE AC-IDENTIFIER         TO WS-ID-SHAPE.
           MOVE ZERO                  TO WS-ID-VALUE.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > 12
               IF AC-IDENTIFIER (WS-CHAR-IDX:1) NUMERIC
                  MOVE AC-IDENTIFIER (WS-CHAR-IDX:1)
                                      TO WS-ID-DIGIT
                  COMPUTE WS-ID-VALUE =
                     WS-ID-VALUE * 10 + WS-ID-DIGIT
                  MOVE '9'            TO WS-ID-SHAPE (WS-CHAR-IDX:1)
               END-IF
           END-PERFORM.

           COMPUTE WS-ID-GAP =
              WS-ID-VALUE - WS-OPR-SEQ-VALUE (WS-OPER-IDX).
           IF WS-ID-GAP < ZERO
              COMPUTE WS-ID-GAP = ZERO - WS-ID-GAP
           END-IF.

           IF  WS-ID-SHAPE = WS-OPR-SEQ-SHAPE (WS-OPER-IDX)
           AND WS-ID-GAP > ZERO
           AND WS-ID-GAP <= WS-SEQ-GAP
               ADD 1              TO WS-OPR-SEQ-RUN (WS-OPER-IDX)
           ELSE
               MOVE 1             TO WS-OPR-SEQ-RUN (WS-OPER-IDX)
               MOVE 'N'           TO WS-OPR-SEQ-FLAGGED (WS-OPER-IDX)
               MOVE AC-IDENTIFIER TO WS-OPR-SEQ-FIRST-ID (WS-OPER-IDX)
               MOVE AC-TIMESTAMP  TO WS-OPR-SEQ-FIRST-TS (WS-OPER-IDX)
           END-IF.

           MOVE WS-ID-SHAPE       TO WS-OPR-SEQ-SHAPE (WS-OPER-IDX).
           MOVE WS-ID-VALUE       TO WS-OPR-SEQ-VALUE (WS-OPER-IDX).

           IF  WS-OPR-SEQ-RUN (WS-OPER-IDX) >= WS-SEQ-RUN-LENGTH
           AND WS-OPR-SEQ-FLAGGED (WS-OPER-IDX) = 'N'
               MOVE 'Y'           TO WS-OPR-SEQ-FLAGGED (WS-OPER-IDX)
               MOVE 'S'               TO WS-NEW-FLAG-TYPE
               PERFORM 2900-ADD-FLAG
                  THRU 2900-EXIT
               IF WS-FLAG-IDX NOT = ZERO
                  MOVE WS-OPR-SEQ-FIRST-TS (WS-OPER-IDX) (1:8)
                                  TO WS-FLG-DATE (WS-FLAG-IDX)
                  MOVE WS-OPR-SEQ-FIRST-TS (WS-OPER-IDX) (9:6)
                                  TO WS-FLG-TIME (WS-FLAG-IDX)
                  MOVE WS-SEQ-RUN-LENGTH
                                  TO WS-FLG-COUNT (WS-FLAG-IDX)
                  MOVE WS-OPR-SEQ-FIRST-ID (WS-OPER-IDX)
                                  TO WS-FLG-IDENTIFIER (WS-FLAG-IDX)
               END-IF
           END-IF.

      *    A RUN ALREADY FLAGGED KEEPS ITS COUNT CURRENT SO THE LINE
      *    SHOWS HOW FAR THE WALK WENT.

           IF  WS-OPR-SEQ-FLAGGED (WS-OPER-IDX) = 'Y'
           AND WS-OPR-SEQ-RUN (WS-OPER-IDX) > WS-SEQ-RUN-LENGTH
               PERFORM VARYING WS-WORK-IDX FROM WS-FLAG-COUNT BY -1
                         UNTIL WS-WORK-IDX < 1
                   IF  WS-FLG-OPER-IDX (WS-WORK-IDX) = WS-OPER-IDX
                   AND WS-FLG-BROWSE (WS-WORK-IDX)
                       MOVE WS-OPR-SEQ-RUN (WS-OPER-IDX)
                                  TO WS-FLG-COUNT (WS-WORK-IDX)
                       MOVE 1     TO WS-WORK-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2400-EXIT.
           EXIT.

      *    RESERVES THE NEXT FLAG ENTRY FOR THE CURRENT OPERATOR WITH
      *    THE TYPE IN WS-NEW-FLAG-TYPE - WS-FLAG-IDX IS ZERO WHEN
      *    THE TABLE IS FULL AND THE FLAG IS ONLY COUNTED.

       2900-ADD-FLAG.

           ADD 1                      TO WS-FLAG-COUNT-TOTAL
                                  WS-OPR-FLAGS (WS-OPER-IDX).
           MOVE ZERO                  TO WS-FLAG-IDX.

           IF WS-FLAG-COUNT >= 500
              ADD 1                   TO WS-FLAGS-DROPPED
              GO TO 2900-EXIT
           END-IF.

           ADD 1                      TO WS-FLAG-COUNT.
           MOVE WS-FLAG-COUNT         TO WS-FLAG-IDX.
           MOVE WS-NEW-FLAG-TYPE      TO WS-FLG-TYPE (WS-FLAG-IDX).
           MOVE WS-OPER-IDX           TO WS-FLG-OPER-IDX (WS-FLAG-IDX).
           MOVE SPACE                 TO WS-FLG-DATE (WS-FLAG-IDX)
                                         WS-FLG-TIME (WS-FLAG-IDX)
                                    WS-FLG-IDENTIFIER (WS-FLAG-IDX).
           MOVE ZERO                  TO WS-FLG-COUNT (WS-FLAG-IDX).

       2900-EXIT.
           EXIT.

      *    THE NORMS AND THE PER-DAY FLAGS, ONCE THE MONTH IS IN. THE
      *    SITE NORM (PRIOR HISTORY WHEN THERE IS ANY, ELSE THE MONTH
      *    ITSELF) STANDS IN FOR AN OPERATOR WITH NO EARLIER DAYS.

       3000-JUDGE-OPERATORS.

           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
               ADD WS-OPR-PRIOR-LOOKUPS (WS-OPER-IDX)
                                      TO WS-SITE-PRIOR-LOOKUPS
               ADD WS-OPR-PRIOR-DAYS (WS-OPER-IDX)
                                      TO WS-SITE-PRIOR-DAYS
               ADD WS-OPR-LOOKUPS (WS-OPER-IDX)
                                      TO WS-SITE-MONTH-LOOKUPS
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                         UNTIL WS-DAY-IDX > 31
                   IF WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX)
                                      > ZERO
                      ADD 1           TO WS-SITE-MONTH-DAYS
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-SITE-PRIOR-DAYS > ZERO
              COMPUTE WS-SITE-NORM ROUNDED =
                 WS-SITE-PRIOR-LOOKUPS / WS-SITE-PRIOR-DAYS
           ELSE
              IF WS-SITE-MONTH-DAYS > ZERO
                 COMPUTE WS-SITE-NORM ROUNDED =
                    WS-SITE-MONTH-LOOKUPS / WS-SITE-MONTH-DAYS
              END-IF
           END-IF.

           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
               PERFORM 3100-JUDGE-ONE-OPERATOR
                  THRU 3100-EXIT
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-OPERATOR.

           IF WS-OPR-PRIOR-DAYS (WS-OPER-IDX) > ZERO
              COMPUTE WS-OPER-NORM ROUNDED =
                 WS-OPR-PRIOR-LOOKUPS (WS-OPER-IDX)
                 / WS-OPR-PRIOR-DAYS (WS-OPER-IDX)
           ELSE
              MOVE WS-SITE-NORM       TO WS-OPER-NORM
           END-IF.

           COMPUTE WS-VOLUME-LIMIT = WS-OPER-NORM * WS-VOLUME-FACTOR.

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF  WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX)
                                      > WS-VOLUME-LIMIT
               AND WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX)
                                      >= WS-VOLUME-MINIMUM
                   MOVE 'V'           TO WS-NEW-FLAG-TYPE
                   PERFORM 3200-ADD-DAY-FLAG
                      THRU 3200-EXIT
               END-IF
               IF WS-OPR-DAY-OFF (WS-OPER-IDX, WS-DAY-IDX) > ZERO
                   MOVE 'O'           TO WS-NEW-FLAG-TYPE
                   PERFORM 3200-ADD-DAY-FLAG
                      THRU 3200-EXIT
               END-IF
           END-PERFORM.

       3100-EXIT.
           EXIT.

       3200-ADD-DAY-FLAG.

           PERFORM 2900-ADD-FLAG
              THRU 2900-EXIT.

           IF WS-FLAG-IDX = ZERO
              GO TO 3200-EXIT
           END-IF.

           MOVE WS-REVIEW-MONTH-X
                                  TO WS-FLG-DATE (WS-FLAG-IDX) (1:6).
           MOVE WS-DAY-IDX        TO WS-FLG-DATE (WS-FLAG-IDX) (7:2).

           IF WS-FLG-VOLUME (WS-FLAG-IDX)
              MOVE WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX)
                                      TO WS-FLG-COUNT (WS-FLAG-IDX)
           ELSE
              MOVE WS-OPR-DAY-OFF (WS-OPER-IDX, WS-DAY-IDX)
                                      TO WS-FLG-COUNT (WS-FLAG-IDX)
           END-IF.

       3200-EXIT.
           EXIT.

      *    ONE LINE PER OPERATOR, ITS FLAGS BENEATH IT.

       4000-WRITE-MONTH-REPORT.

           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPR-LOOKUPS (WS-OPER-IDX) > ZERO
               OR WS-OPR-FLAGS (WS-OPER-IDX) > ZERO
                  PERFORM 4100-WRITE-OPERATOR
                     THRU 4100-EXIT
               END-IF
           END-PERFORM.

       4000-EXIT.
           EXIT.

       4100-WRITE-OPERATOR.

           IF WS-OPR-PRIOR-DAYS (WS-OPER-IDX) > ZERO
              COMPUTE WS-OPER-NORM ROUNDED =
                 WS-OPR-PRIOR-LOOKUPS (WS-OPER-IDX)
                 / WS-OPR-PRIOR-DAYS (WS-OPER-IDX)
              MOVE SPACE              TO WS-OPL-SOURCE
           ELSE
              MOVE WS-SITE-NORM       TO WS-OPER-NORM
              MOVE '  (SITE NORM - NO EARLIER HISTORY)'
                                      TO WS-OPL-SOURCE
           END-IF.

           MOVE ZERO                  TO WS-ACTIVE-DAYS
                                         WS-PEAK-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX) > ZERO
                  ADD 1               TO WS-ACTIVE-DAYS
               END-IF
               IF WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX)
                                      > WS-PEAK-DAY
                  MOVE WS-OPR-DAY-COUNT (WS-OPER-IDX, WS-DAY-IDX)
                                      TO WS-PEAK-DAY
               END-IF
           END-PERFORM.

           MOVE WS-OPR-OPERATOR (WS-OPER-IDX)  TO WS-OPL-OPERATOR.
           MOVE WS-OPR-LOOKUPS (WS-OPER-IDX)   TO WS-OPL-LOOKUPS.
           MOVE WS-OPR-NOT-FOUND (WS-OPER-IDX) TO WS-OPL-NOT-FOUND.
           MOVE WS-ACTIVE-DAYS                 TO WS-OPL-DAYS.
           MOVE WS-OPER-NORM                   TO WS-OPL-NORM.
           MOVE WS-PEAK-DAY                    TO WS-OPL-PEAK.
           MOVE WS-OPR-FLAGS (WS-OPER-IDX)     TO WS-OPL-FLAGS.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-OPERATOR-LINE      TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                     UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               IF WS-FLG-OPER-IDX (WS-FLAG-IDX) = WS-OPER-IDX
                  PERFORM 4200-WRITE-FLAG
                     THRU 4200-EXIT
               END-IF
           END-PERFORM.

       4100-EXIT.
           EXIT.

       4200-WRITE-FLAG.

           MOVE SPACE                 TO WS-FGL-TEXT.
           MOVE WS-FLG-DATE (WS-FLAG-IDX)
                                      TO WS-FGL-DATE.

           EVALUATE TRUE
             WHEN WS-FLG-VOLUME (WS-FLAG-IDX)
               MOVE 'VOLUME'          TO WS-FGL-TYPE
               MOVE WS-FLG-COUNT (WS-FLAG-IDX)
                                      TO WS-VLT-COUNT
               MOVE WS-OPER-NORM      TO WS-VLT-NORM
               MOVE WS-VOLUME-FACTOR  TO WS-VLT-FACTOR
               MOVE WS-VOLUME-TEXT    TO WS-FGL-TEXT
             WHEN WS-FLG-BROWSE (WS-FLAG-IDX)
               MOVE 'BROWSE'          TO WS-FGL-TYPE
               MOVE WS-FLG-TIME (WS-FLAG-IDX)
                                      TO WS-BRT-TIME
               MOVE WS-FLG-COUNT (WS-FLAG-IDX)
                                      TO WS-BRT-COUNT
               MOVE WS-FLG-IDENTIFIER (WS-FLAG-IDX)
                                      TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT      TO WS-BRT-IDENTIFIER
               MOVE WS-BROWSE-TEXT    TO WS-FGL-TEXT
             WHEN OTHER
               MOVE 'OFF SHIFT'       TO WS-FGL-TYPE
               MOVE WS-FLG-COUNT (WS-FLAG-IDX)
                                      TO WS-OST-COUNT
               MOVE WS-OPR-START (WS-OPER-IDX)
                                      TO WS-OST-START
               MOVE WS-OPR-END (WS-OPER-IDX)
                                      TO WS-OST-END
               MOVE WS-OPR-WORK-DAYS (WS-OPER-IDX)
                                      TO WS-OST-WORK-DAYS
               MOVE WS-OFF-SHIFT-TEXT TO WS-FGL-TEXT
           END-EVALUATE.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-FLAG-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       4200-EXIT.
           EXIT.

      *    EVERY LOOKUP OF THE BENEFICIARY, UNDER ANY OF ITS THREE
      *    IDENTIFIERS, INSIDE THE DATE RANGE - OLDEST FIRST, AS THE
      *    GENERATIONS ARE CONCATENATED.

       5000-WHO-VIEWED.

           OPEN INPUT ACCESS-HIST-FILE.

           IF AH-FILE-STATUS NOT = '00'
              DISPLAY 'ACCSRVW,NO ACCSHIST TO SEARCH,'
                      AH-FILE-STATUS
              CLOSE ACCESS-HIST-FILE
              GO TO 5000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-HIST
               READ ACCESS-HIST-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-HIST
                 NOT AT END
                   ADD 1              TO WS-HIST-READ
                   MOVE AH-ACCESS-IMAGE
                                      TO ACCESS-LOG-REC
                   PERFORM 5100-MATCH-ONE-ACCESS
                      THRU 5100-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACCESS-HIST-FILE.

       5000-EXIT.
           EXIT.

       5100-MATCH-ONE-ACCESS.

           IF AC-DATE < WS-FROM-DATE
           OR AC-DATE > WS-TO-DATE
           OR AC-TRAINING
              GO TO 5100-EXIT
           END-IF.

           MOVE 'N'                   TO WS-ACCESS-MATCHES.

           EVALUATE TRUE
             WHEN AC-RRB-HIC
               IF  WS-TARGET-RRB-HIC NOT = SPACE
               AND AC-IDENTIFIER = WS-TARGET-RRB-HIC
                   MOVE 'Y'           TO WS-ACCESS-MATCHES
               END-IF
             WHEN AC-SSA-HIC
               IF  WS-TARGET-SSA-HIC NOT = SPACE
               AND AC-IDENTIFIER = WS-TARGET-SSA-HIC
                   MOVE 'Y'           TO WS-ACCESS-MATCHES
               END-IF
             WHEN AC-SSA-MBI
               IF  WS-TARGET-MBI NOT = SPACE
               AND AC-IDENTIFIER = WS-TARGET-MBI
                   MOVE 'Y'           TO WS-ACCESS-MATCHES
               END-IF
           END-EVALUATE.

           IF WS-ACCESS-MATCHES = 'N'
              GO TO 5100-EXIT
           END-IF.

           ADD 1                      TO WS-IN-PERIOD
                                         WS-ACCESSES-LISTED.

           MOVE AC-DATE               TO WS-ACL-DATE.
           MOVE AC-TIME               TO WS-ACL-TIME.
           MOVE AC-OPERATOR           TO WS-ACL-OPERATOR.
           MOVE AC-TERMINAL           TO WS-ACL-TERMINAL.
           MOVE AC-TRANS              TO WS-ACL-TRANS.
           MOVE AC-PROGRAM            TO WS-ACL-PROGRAM.
           MOVE AC-ID-TYPE            TO WS-ACL-ID-TYPE.
           MOVE AC-IDENTIFIER         TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-ACL-IDENTIFIER.

           EVALUATE TRUE
             WHEN AC-FOUND
               MOVE 'FOUND'           TO WS-ACL-RESULT
             WHEN AC-NOT-FOUND
               MOVE 'NOT FOUND'       TO WS-ACL-RESULT
             WHEN OTHER
               MOVE 'READ ERR'        TO WS-ACL-RESULT
           END-EVALUATE.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-ACCESS-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       5100-EXIT.
           EXIT.

       8000-TERMINATE.

           MOVE SPACE                 TO WS-TOTAL-LINE.
           IF CT-BY-BENEFICIARY
              MOVE 'LOOKUPS OF THIS BENEFICIARY'
                                      TO WS-TOT-LABEL
              MOVE WS-ACCESSES-LISTED TO WS-TOT-COUNT
           ELSE
              MOVE 'FLAGGED ACTIVITY'  TO WS-TOT-LABEL
              MOVE WS-FLAG-COUNT-TOTAL TO WS-TOT-COUNT
           END-IF.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           DISPLAY 'ACCSRVW,HISTORY RECORDS READ,' WS-HIST-READ.
           IF CT-BY-BENEFICIARY
              DISPLAY 'ACCSRVW,LOOKUPS LISTED,' WS-ACCESSES-LISTED
           ELSE
              DISPLAY 'ACCSRVW,LOOKUPS IN MONTH,' WS-IN-PERIOD
              DISPLAY 'ACCSRVW,LOOKUPS BEFORE MONTH (NORM),'
                      WS-PRIOR-READ
              DISPLAY 'ACCSRVW,OPERATORS,' WS-OPER-COUNT
              DISPLAY 'ACCSRVW,FLAGS RAISED,' WS-FLAG-COUNT-TOTAL
              IF WS-OPERATORS-DROPPED > ZERO
                 DISPLAY 'ACCSRVW,LOOKUPS PAST OPERATOR TABLE '
                         'MAX 300,' WS-OPERATORS-DROPPED
              END-IF
              IF WS-FLAGS-DROPPED > ZERO
                 DISPLAY 'ACCSRVW,FLAGS PAST LISTING MAX 500,'
                         'COUNTED NOT LISTED,' WS-FLAGS-DROPPED
              END-IF
           END-IF.

           MOVE 'ACCSRVW '            TO RL-PROGRAM.
           MOVE WS-START-TIMESTAMP    TO RL-START-TIMESTAMP.
           MOVE 'ACCSHIST'            TO RL-INPUT-DDNAME.
           MOVE WS-HIST-READ          TO RL-RECORDS-READ.
           MOVE WS-IN-PERIOD          TO RL-RECORDS-ACCEPTED.
           MOVE WS-FLAG-COUNT-TOTAL   TO RL-RECORDS-REJECTED.
           IF WS-FLAG-COUNT-TOTAL > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
