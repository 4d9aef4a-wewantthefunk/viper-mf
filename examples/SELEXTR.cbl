       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELEXTR.
       AUTHOR. CHRISTIAN STRAMA.

      * SELECTIVE EXTRACT FROM THE CROSSWALK, ACKNOWLEDGMENT AND
      * OUTCOME MASTERS, DRIVEN BY CRITERIA CARDS. EVERY "PULL ME ALL
      * THE BENEFICIARIES WHERE..." USED TO BECOME A ONE-OFF PROGRAM;
      * THIS JOB TAKES THE QUESTION ON THE SELCARDS DECK INSTEAD. ONE
      * CARD PER LINE, KEYWORD IN COLUMN 1, WORDS SEPARATED BY
      * SPACES, AN * IN COLUMN 1 FOR A COMMENT:
      *
      *   REQUEST id unit requester  WHO IS ASKING (REQUIRED). THE ID
      *                              BECOMES THE FIRST WORD OF THE
      *                              LISTING'S TITLE SO RPTDIST CAN
      *                              ROUTE IT BACK
      *   FILE    HICXREF, ACKMAST OR OUTCMAST - THE MASTER READ FROM
      *                              END TO END (REQUIRED)
      *   WHERE   field op value(S)  THE FIRST CONDITION
      *   AND     field op value(S)  ANOTHER IN THE SAME GROUP
      *   OR      field op value(S)  THE FIRST OF A NEW GROUP
      *   SELECT  field field ...    THE OUTPUT FIELDS IN ORDER, ON
      *                              AS MANY CARDS AS NEEDED
      *
      * FIELDS ARE NAMED AS IN THE MASTERS' OWN RECORD LAYOUTS
      * (HX-TERM-STATUS, AK-ACK-STATUS, OM-CUR-STATUS-CAT AND SO ON -
      * SEE WS-FIELD-DICTIONARY). A FIELD OF EITHER OF THE OTHER TWO
      * MASTERS MAY BE NAMED AS WELL: ITS RECORD IS THEN READ FOR
      * EACH DRIVING RECORD BY THE KEY THAT JOINS THEM - THE RRB HIC,
      * OR THE SSA HIC FOR ACKMAST. HX-FOUND, AK-FOUND AND OM-FOUND
      * SAY WHETHER THAT RECORD EXISTS (Y OR N), AND OM-CAT-CHANGED
      * IS Y WHEN THE OUTCOME MASTER'S CURRENT CATEGORY DIFFERS FROM
      * ITS PRIOR ONE.
      *
      * THE OPERATORS ARE EQ, NE, RANGE (LOW AND HIGH), BLANK,
      * NONBLANK, BEFORE AND AFTER. VALUES ARE COMPARED AS WRITTEN,
      * SO A NUMERIC FIELD'S VALUE CARRIES ITS LEADING ZEROS. A DATE
      * IS WRITTEN YYYYMMDD, TODAY, OR TODAY-N FOR N DAYS BEFORE THE
      * BUSINESS DATE; ON A TIMESTAMP FIELD ONLY THE DATE PART IS
      * COMPARED, AND AN EMPTY DATE IS NEVER BEFORE OR AFTER
      * ANYTHING. AND BINDS TIGHTER THAN OR - A RECORD IS SELECTED
      * WHEN EVERY CONDITION OF ANY ONE GROUP HOLDS. WITH NO
      * CONDITIONS EVERY RECORD IS SELECTED; WITH NO SELECT CARD
      * EVERY FIELD OF THE DRIVING MASTER IS WRITTEN. FOR EXAMPLE:
      *
      *   REQUEST  Q0412    APPEALS      JSMITH
      *   FILE     HICXREF
      *   WHERE    HX-TERM-STATUS     NONBLANK
      *   AND      AK-FOUND           EQ     Y
      *   AND      AK-ACK-STATUS      BLANK
      *   SELECT   HX-RRB-HIC HX-TERM-DATE AK-SENT-DATE
      *
      * THE SELOUT EXTRACT CARRIES THE SELECTED FIELDS SIDE BY SIDE
      * AT THEIR OWN WIDTHS; THE LISTING GIVES EACH ONE'S START AND
      * LENGTH. IDENTIFIERS GO OUT FULL ONLY WHEN THE REQUESTING UNIT
      * IS ON THE OPTIONAL SELENT ENTITLEMENT TABLE WITH LEVEL F
      * (BULKLKUP'S BULKENT SHAPE); FOR EVERY OTHER UNIT EACH ONE IS
      * PUT THROUGH MASKHIC. THE LISTING (RPTWRITE) ECHOES THE CARDS
      * AND THE CONDITIONS AS RESOLVED, LAYS OUT THE EXTRACT, AND
      * COUNTS THE RECORDS READ, THE RECORDS SELECTED AND THE GROUP
      * THAT FIRST SELECTED EACH.
      *
      * EVERY RUN, REFUSED OR NOT, IS RECORDED ON RUNLEDG WITH
      * SELCARDS AS ITS INPUT DD, SO THE LEDGER ROW NAMES THE
      * CRITERIA DECK AND GENERATION IT RAN UNDER, AND THE CARDS
      * THEMSELVES ARE APPENDED TO THE SELLOG CRITERIA LOG UNDER THE
      * SAME START TIMESTAMP. A CARD IN ERROR, A MISSING REQUEST OR
      * FILE CARD, OR A MASTER THAT CANNOT BE OPENED REFUSES THE RUN
      * WITH RETURN CODE 8 AND NO EXTRACT, THE LISTING SAYING WHY.
      * UNDER THE SHARED BTCHTEST SWITCH THE TEST-SCOPED MASTERS ARE
      * READ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SEL-CARD-FILE   ASSIGN TO SELCARDS
                                  FILE STATUS IS SC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SEL-ENT-FILE
                                  ASSIGN TO SELENT
                                  FILE STATUS IS SE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SEL-OUT-FILE    ASSIGN TO SELOUT
                                  FILE STATUS IS SO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SEL-LOG-FILE    ASSIGN TO SELLOG
                                  FILE STATUS IS SG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT OUTC-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SEL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SEL-CARD-REC            PIC X(80).

      *    ONE ROW PER UNIT ENTITLED TO FULL IDENTIFIERS ON A
      *    SELECTIVE EXTRACT. A UNIT NOT LISTED, OR LISTED WITH ANY
      *    LEVEL BUT F, IS SHOWN WHAT MASKHIC ALLOWS.

       FD  SEL-ENT-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  SEL-ENT-REC.
           05  SE-UNIT             PIC X(12).
           05  SE-LEVEL            PIC X(01).
               88  SE-FULL-IDS                VALUE 'F'.

       FD  SEL-OUT-FILE
           RECORD CONTAINS 250 CHARACTERS.

       01  SEL-OUT-REC             PIC X(250).

      *    THE CRITERIA LOG - EVERY CARD OF EVERY RUN, UNDER THE RUN'S
      *    RUNLEDG START TIMESTAMP.

       FD  SEL-LOG-FILE
           RECORD CONTAINS 129 CHARACTERS.

       01  SEL-LOG-REC.
           05  SG-START-TIMESTAMP  PIC X(26).
           05  SG-REQUEST-ID       PIC X(08).
           05  SG-UNIT             PIC X(12).
           05  SG-CARD-SEQ         PIC 9(03).
           05  SG-CARD             PIC X(80).

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

       FD  OUTC-MASTER-FILE.

       01  OUTCOME-MASTER-REC.
           05  OM-RRB-HIC          PIC X(12).
           05  OM-CURRENT.
               10  OM-CUR-SSA-HIC      PIC X(11).
               10  OM-CUR-STATUS-IN    PIC X(02).
               10  OM-CUR-STATUS-CAT   PIC X(02).
               10  OM-CUR-CONV-RESULT  PIC X(01).
               10  OM-CUR-STAT-RET-CD  PIC X(01).
               10  OM-CUR-RUN-DATE     PIC X(08).
           05  OM-PRIOR.
               10  OM-PRI-SSA-HIC      PIC X(11).
               10  OM-PRI-STATUS-IN    PIC X(02).
               10  OM-PRI-STATUS-CAT   PIC X(02).
               10  OM-PRI-CONV-RESULT  PIC X(01).
               10  OM-PRI-STAT-RET-CD  PIC X(01).
               10  OM-PRI-RUN-DATE     PIC X(08).

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

       01  SC-FILE-STATUS          PIC X(02).
       01  SE-FILE-STATUS          PIC X(02).
       01  SO-FILE-STATUS          PIC X(02).
       01  SG-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-SETUP-FAILED         PIC X(01)  VALUE 'N'.

       01  WS-HX-OPEN              PIC X(01)  VALUE 'N'.
           88  HX-IS-OPEN                     VALUE 'Y'.
       01  WS-AK-OPEN              PIC X(01)  VALUE 'N'.
           88  AK-IS-OPEN                     VALUE 'Y'.
       01  WS-OM-OPEN              PIC X(01)  VALUE 'N'.
           88  OM-IS-OPEN                     VALUE 'Y'.
       01  WS-OUT-OPEN             PIC X(01)  VALUE 'N'.
           88  OUT-IS-OPEN                    VALUE 'Y'.

       01  WS-FULL-IDS             PIC X(01)  VALUE 'N'.
           88  UNIT-GETS-FULL-IDS             VALUE 'Y'.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.
       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-DATE-NUM    PIC 9(08)  VALUE ZERO.
       01  WS-RESOLVED-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-RELATIVE-DAYS        PIC 9(04)  VALUE ZERO.

      *    WHO ASKED, AND WHICH MASTER DRIVES THE RUN.

       01  WS-REQUEST-ID           PIC X(08)  VALUE SPACE.
       01  WS-REQUEST-UNIT         PIC X(12)  VALUE SPACE.
       01  WS-REQUESTER            PIC X(08)  VALUE SPACE.
       01  WS-REQUEST-CARDS        PIC 9(03)  VALUE ZERO.

       01  WS-DRIVER               PIC X(02)  VALUE SPACE.
           88  DRIVE-HX                       VALUE 'HX'.
           88  DRIVE-AK                       VALUE 'AK'.
           88  DRIVE-OM                       VALUE 'OM'.
       01  WS-DRIVER-NAME          PIC X(08)  VALUE SPACE.

      *    THE OTHER MASTERS A CONDITION OR OUTPUT FIELD NAMES.

       01  WS-NEED-HX              PIC X(01)  VALUE 'N'.
       01  WS-NEED-AK              PIC X(01)  VALUE 'N'.
       01  WS-NEED-OM              PIC X(01)  VALUE 'N'.

      *    THE DECK AS READ, FOR THE LISTING AND THE CRITERIA LOG.

       01  WS-CARD                 PIC X(80)  VALUE SPACE.
       01  WS-CARD-SEQ             PIC 9(03)  VALUE ZERO.
       01  WS-CARD-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-TEXT        PIC X(80)  OCCURS 60 TIMES.
       01  WS-CARD-IDX             PIC 9(03)  VALUE ZERO.

       01  WS-TOKENS.
           05  WS-TOK              PIC X(26)  OCCURS 8 TIMES.
       01  WS-TOK-COUNT            PIC 9(02)  VALUE ZERO.
       01  WS-TOK-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-WORD                 PIC X(26)  VALUE SPACE.
       01  WS-CARD-TOO-LONG        PIC X(01)  VALUE 'N'.

      *    WHAT WAS WRONG WITH THE DECK (CARD 0 IS THE RUN ITSELF).
      *    PAST THE TABLE'S SIZE ERRORS ARE COUNTED BUT NOT LISTED.

       01  WS-ERR-TEXT             PIC X(60)  VALUE SPACE.
       01  WS-ERR-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-ERR-UNLISTED         PIC 9(05)  VALUE ZERO.
       01  WS-ERR-TABLE.
           05  WS-ERR-ENTRY        OCCURS 50 TIMES.
               10  WS-ER-CARD          PIC 9(03).
               10  WS-ER-TEXT          PIC X(60).
       01  WS-ERR-IDX              PIC 9(03)  VALUE ZERO.

      *    THE CONDITIONS, IN CARD ORDER. A WHERE OR AN OR CARD
      *    STARTS A NEW GROUP; AN AND CARD JOINS THE CURRENT ONE.
      *    DATE VALUES ARE HELD RESOLVED TO YYYYMMDD.

       01  WS-COND-COUNT           PIC 9(02)  VALUE ZERO.
       01  WS-GROUP-COUNT          PIC 9(02)  VALUE ZERO.
       01  WS-COND-TABLE.
           05  WS-COND-ENTRY       OCCURS 30 TIMES.
               10  WS-CD-GROUP         PIC 9(02).
               10  WS-CD-FIELD         PIC 9(02).
               10  WS-CD-OP            PIC X(08).
               10  WS-CD-VALUE-1       PIC X(26).
               10  WS-CD-VALUE-2       PIC X(26).
               10  WS-CD-RESULT        PIC X(01).
       01  WS-COND-IDX             PIC 9(02)  VALUE ZERO.
       01  WS-GROUP-IDX            PIC 9(02)  VALUE ZERO.
       01  WS-GROUP-OK             PIC X(01)  VALUE 'N'.
       01  WS-RECORD-SELECTED      PIC X(01)  VALUE 'N'.
           88  RECORD-SELECTED                VALUE 'Y'.
       01  WS-GROUP-HIT-TABLE.
           05  WS-GROUP-HITS       PIC 9(09)  OCCURS 30 TIMES.

       01  WS-NEW-OP               PIC X(08)  VALUE SPACE.
       01  WS-NEW-VALUE-1          PIC X(26)  VALUE SPACE.
       01  WS-NEW-VALUE-2          PIC X(26)  VALUE SPACE.
       01  WS-VALUE-WORK           PIC X(26)  VALUE SPACE.
       01  WS-VALUE-BAD            PIC X(01)  VALUE 'N'.
           88  VALUE-IS-BAD                   VALUE 'Y'.
       01  WS-DAYS-TEXT            PIC X(05)  VALUE SPACE.
       01  WS-DAYS-LENGTH          PIC 9(02)  VALUE ZERO.

      *    THE OUTPUT FIELDS, IN ORDER, AND WHERE EACH SITS ON THE
      *    SELOUT ROW.

       01  WS-SEL-COUNT            PIC 9(02)  VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY        OCCURS 40 TIMES.
               10  WS-SL-FIELD         PIC 9(02).
               10  WS-SL-START         PIC 9(03).
       01  WS-SEL-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-OUT-WIDTH            PIC 9(03)  VALUE ZERO.

      *    EVERY FIELD A CARD MAY NAME - NAME, MASTER, POSITION AND
      *    LENGTH IN THAT MASTER'S RECORD AREA BELOW, AND TYPE: I AN
      *    IDENTIFIER (MASKED ON OUTPUT UNLESS ENTITLED), D A
      *    YYYYMMDD DATE, S A CURRENT-DATE TIMESTAMP, C ANYTHING ELSE.
      *    THE FOUND FLAGS SIT IN THE LAST BYTE OF EACH AREA, AND
      *    OM-CAT-CHANGED JUST PAST THE OUTCOME RECORD.

       01  WS-FIELD-DICTIONARY.
           05  FILLER              PIC X(26)  VALUE
               'HX-RRB-HIC        HX00112I'.
           05  FILLER              PIC X(26)  VALUE
               'HX-SSA-HIC        HX01311I'.
           05  FILLER              PIC X(26)  VALUE
               'HX-SSA-MBI        HX02411I'.
           05  FILLER              PIC X(26)  VALUE
               'HX-SSA-BIC        HX03502C'.
           05  FILLER              PIC X(26)  VALUE
               'HX-FIRST-SEEN     HX03726S'.
           05  FILLER              PIC X(26)  VALUE
               'HX-LAST-SEEN      HX06326S'.
           05  FILLER              PIC X(26)  VALUE
               'HX-MISMATCH-FLAG  HX08901C'.
           05  FILLER              PIC X(26)  VALUE
               'HX-TERM-STATUS    HX09001C'.
           05  FILLER              PIC X(26)  VALUE
               'HX-TERM-DATE      HX09108D'.
           05  FILLER              PIC X(26)  VALUE
               'HX-FOUND          HX10001C'.
           05  FILLER              PIC X(26)  VALUE
               'AK-SSA-HIC        AK00111I'.
           05  FILLER              PIC X(26)  VALUE
               'AK-RRB-HIC        AK01212I'.
           05  FILLER              PIC X(26)  VALUE
               'AK-SENT-DATE      AK02408D'.
           05  FILLER              PIC X(26)  VALUE
               'AK-ACK-STATUS     AK03201C'.
           05  FILLER              PIC X(26)  VALUE
               'AK-ACK-REASON     AK03303C'.
           05  FILLER              PIC X(26)  VALUE
               'AK-ACK-DATE       AK03608D'.
           05  FILLER              PIC X(26)  VALUE
               'AK-SSA-MBI        AK04411I'.
           05  FILLER              PIC X(26)  VALUE
               'AK-ATTEMPTS       AK05502C'.
           05  FILLER              PIC X(26)  VALUE
               'AK-FOUND          AK10001C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-RRB-HIC        OM00112I'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CUR-SSA-HIC    OM01311I'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CUR-STATUS-IN  OM02402C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CUR-STATUS-CAT OM02602C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CUR-CONV-RESULTOM02801C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CUR-STAT-RET-CDOM02901C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CUR-RUN-DATE   OM03008D'.
           05  FILLER              PIC X(26)  VALUE
               'OM-PRI-SSA-HIC    OM03811I'.
           05  FILLER              PIC X(26)  VALUE
               'OM-PRI-STATUS-IN  OM04902C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-PRI-STATUS-CAT OM05102C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-PRI-CONV-RESULTOM05301C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-PRI-STAT-RET-CDOM05401C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-PRI-RUN-DATE   OM05508D'.
           05  FILLER              PIC X(26)  VALUE
               'OM-CAT-CHANGED    OM06301C'.
           05  FILLER              PIC X(26)  VALUE
               'OM-FOUND          OM10001C'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-DICTIONARY.
           05  WS-FD-ENTRY         OCCURS 34 TIMES.
               10  WS-FD-NAME          PIC X(18).
               10  WS-FD-FILE          PIC X(02).
               10  WS-FD-POS           PIC 9(03).
               10  WS-FD-LEN           PIC 9(02).
               10  WS-FD-TYPE          PIC X(01).
                   88  WS-FD-IDENTIFIER           VALUE 'I'.
                   88  WS-FD-DATED                VALUE 'D' 'S'.
       01  WS-FD-COUNT             PIC 9(02)  VALUE 34.
       01  WS-FD-IDX               PIC 9(02)  VALUE ZERO.
       01  WS-FIELD-FOUND-IDX      PIC 9(02)  VALUE ZERO.

      *    ONE AREA PER MASTER FOR THE RECORD IN HAND - SPACES WHEN
      *    THERE IS NONE.

       01  WS-HX-AREA              PIC X(100) VALUE SPACE.
       01  WS-AK-AREA              PIC X(100) VALUE SPACE.
       01  WS-OM-AREA              PIC X(100) VALUE SPACE.

       01  WS-JOIN-RRB-HIC         PIC X(12)  VALUE SPACE.
       01  WS-JOIN-SSA-HIC         PIC X(11)  VALUE SPACE.

       01  WS-FIELD-VALUE          PIC X(26)  VALUE SPACE.
       01  WS-COMPARE-VALUE        PIC X(26)  VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-SELECTED     PIC 9(09)  VALUE ZERO.
           05  WS-HX-MISSING           PIC 9(09)  VALUE ZERO.
           05  WS-AK-MISSING           PIC 9(09)  VALUE ZERO.
           05  WS-OM-MISSING           PIC 9(09)  VALUE ZERO.

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

       01  WS-COVER-LINE           PIC X(132) VALUE SPACE.

       01  WS-LABEL-LINE.
           05  WS-LBL-TEXT         PIC X(24).
           05  WS-LBL-VALUE        PIC X(60).
           05  FILLER              PIC X(48)  VALUE SPACE.

       01  WS-COUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.

       01  WS-CARD-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CDL-SEQ          PIC ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CDL-TEXT         PIC X(80).
           05  FILLER              PIC X(45)  VALUE SPACE.

       01  WS-ERROR-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ERL-LABEL        PIC X(05).
           05  WS-ERL-CARD         PIC ZZZ.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-ERL-TEXT         PIC X(60).
           05  FILLER              PIC X(60)  VALUE SPACE.

       01  WS-COND-HEADING.
           05  FILLER              PIC X(09)  VALUE '  GROUP'.
           05  FILLER              PIC X(20)  VALUE 'FIELD'.
           05  FILLER              PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER              PIC X(28)  VALUE 'VALUE'.
           05  FILLER              PIC X(65)  VALUE 'HIGH VALUE'.

       01  WS-COND-LINE.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-CNL-GROUP        PIC Z9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-CNL-FIELD        PIC X(18).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CNL-OP           PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CNL-VALUE-1      PIC X(26).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CNL-VALUE-2      PIC X(26).
           05  FILLER              PIC X(39)  VALUE SPACE.

       01  WS-LAYOUT-HEADING.
           05  FILLER              PIC X(22)  VALUE '  FIELD'.
           05  FILLER              PIC X(07)  VALUE 'START'.
           05  FILLER              PIC X(08)  VALUE 'LENGTH'.
           05  FILLER              PIC X(95)  VALUE 'IDENTIFIER'.

       01  WS-LAYOUT-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-LYL-FIELD        PIC X(18).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-LYL-START        PIC ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-LYL-LENGTH       PIC Z9.
           05  FILLER              PIC X(06)  VALUE SPACE.
           05  WS-LYL-IDENT        PIC X(30).
           05  FILLER              PIC X(65)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'N'
              PERFORM 2000-EXTRACT
                 THRU 2000-EXIT
           END-IF.

           PERFORM 3000-WRITE-LISTING
              THRU 3000-EXIT.

           PERFORM 6000-LOG-CRITERIA
              THRU 6000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

      *    DSNS AND DATES, THE DECK, THE REQUESTING UNIT'S
      *    ENTITLEMENT, AND THE MASTERS THE DECK NEEDS. ANY ERROR SO
      *    FAR REFUSES THE RUN.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.
           MOVE GB-DATE               TO WS-BUSINESS-DATE-NUM.

           PERFORM 1100-READ-CARDS
              THRU 1100-EXIT.

           MOVE ZERO                  TO WS-CARD-SEQ.

           IF WS-REQUEST-UNIT = SPACE
              MOVE 'NO REQUEST CARD NAMING THE REQUESTING UNIT'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
           END-IF.

           IF WS-DRIVER = SPACE
              MOVE 'NO FILE CARD NAMING THE MASTER TO READ'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
           END-IF.

           IF WS-ERR-COUNT > ZERO
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           IF WS-SEL-COUNT = ZERO
              PERFORM 1700-DEFAULT-SELECTS
                 THRU 1700-EXIT
           END-IF.

           PERFORM 1600-CHECK-ENTITLEMENT
              THRU 1600-EXIT.

           PERFORM 1800-OPEN-MASTERS
              THRU 1800-EXIT.

           IF WS-ERR-COUNT > ZERO
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT SEL-OUT-FILE.
           IF SO-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-OUT-OPEN
           ELSE
              MOVE 'UNABLE TO OPEN THE SELOUT EXTRACT'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              MOVE 'Y'                TO WS-SETUP-FAILED
           END-IF.

       1000-EXIT.
           EXIT.

       1100-READ-CARDS.

           OPEN INPUT SEL-CARD-FILE.

           IF SC-FILE-STATUS NOT = '00'
              MOVE 'NO SELCARDS CRITERIA DECK'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1100-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ SEL-CARD-FILE INTO WS-CARD
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF WS-CARD NOT = SPACE
                      ADD 1           TO WS-CARD-SEQ
                      PERFORM 1200-PARSE-ONE-CARD
                         THRU 1200-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE SEL-CARD-FILE.

       1100-EXIT.
           EXIT.

      *    ONE CARD. EVERY CARD, COMMENTS INCLUDED, IS KEPT FOR THE
      *    LISTING AND THE CRITERIA LOG.

       1200-PARSE-ONE-CARD.

           IF WS-CARD-COUNT < 60
              ADD 1                   TO WS-CARD-COUNT
              MOVE WS-CARD            TO WS-CARD-TEXT (WS-CARD-COUNT)
           ELSE
              MOVE 'MORE THAN 60 CARDS IN THE DECK'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1200-EXIT
           END-IF.

           IF WS-CARD (1:1) = '*'
              GO TO 1200-EXIT
           END-IF.

           MOVE SPACE                 TO WS-TOKENS.
           MOVE ZERO                  TO WS-TOK-COUNT.
           MOVE 'N'                   TO WS-CARD-TOO-LONG.

           UNSTRING WS-CARD DELIMITED BY ALL SPACE
               INTO WS-TOK (1) WS-TOK (2) WS-TOK (3) WS-TOK (4)
                    WS-TOK (5) WS-TOK (6) WS-TOK (7) WS-TOK (8)
               TALLYING IN WS-TOK-COUNT
               ON OVERFLOW
                 MOVE 'Y'             TO WS-CARD-TOO-LONG
           END-UNSTRING.

           IF WS-CARD-TOO-LONG = 'Y'
              MOVE 'MORE THAN 8 WORDS ON THE CARD'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1200-EXIT
           END-IF.

           EVALUATE WS-TOK (1)
             WHEN 'REQUEST'
               PERFORM 1250-TAKE-REQUEST
                  THRU 1250-EXIT
             WHEN 'FILE'
               PERFORM 1270-TAKE-FILE
                  THRU 1270-EXIT
             WHEN 'WHERE'
             WHEN 'AND'
             WHEN 'OR'
               PERFORM 1300-ADD-CONDITION
                  THRU 1300-EXIT
             WHEN 'SELECT'
               PERFORM 1400-ADD-SELECTS
                  THRU 1400-EXIT
             WHEN OTHER
               MOVE 'NOT A REQUEST, FILE, WHERE, AND, OR OR SELECT CARD'
                                      TO WS-ERR-TEXT
               PERFORM 7500-ADD-ERROR
                  THRU 7500-EXIT
           END-EVALUATE.

       1200-EXIT.
           EXIT.

       1250-TAKE-REQUEST.

           ADD 1                      TO WS-REQUEST-CARDS.

           IF WS-REQUEST-CARDS > 1
              MOVE 'MORE THAN ONE REQUEST CARD'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1250-EXIT
           END-IF.

           MOVE WS-TOK (2)            TO WS-REQUEST-ID.
           MOVE WS-TOK (3)            TO WS-REQUEST-UNIT.
           MOVE WS-TOK (4)            TO WS-REQUESTER.

           IF WS-REQUESTER = SPACE
           OR WS-TOK (5) NOT = SPACE
              MOVE 'REQUEST CARD WANTS AN ID, A UNIT AND A REQUESTER'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
           END-IF.

       1250-EXIT.
           EXIT.

       1270-TAKE-FILE.

           IF WS-DRIVER NOT = SPACE
              MOVE 'MORE THAN ONE FILE CARD'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1270-EXIT
           END-IF.

           IF WS-TOK (3) NOT = SPACE
              MOVE 'FILE CARD NAMES ONE MASTER ONLY'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1270-EXIT
           END-IF.

           EVALUATE WS-TOK (2)
             WHEN 'HICXREF'
               MOVE 'HX'              TO WS-DRIVER
             WHEN 'ACKMAST'
               MOVE 'AK'              TO WS-DRIVER
             WHEN 'OUTCMAST'
               MOVE 'OM'              TO WS-DRIVER
             WHEN OTHER
               MOVE 'FILE MUST BE HICXREF, ACKMAST OR OUTCMAST'
                                      TO WS-ERR-TEXT
               PERFORM 7500-ADD-ERROR
                  THRU 7500-EXIT
               GO TO 1270-EXIT
           END-EVALUATE.

           MOVE WS-TOK (2)            TO WS-DRIVER-NAME.

       1270-EXIT.
           EXIT.

      *    WHERE, AND OR OR - FIELD, OPERATOR, AND NONE, ONE OR TWO
      *    VALUES AS THE OPERATOR WANTS. THE CONDITION IS TAKEN ONLY
      *    WHEN THE WHOLE CARD IS GOOD.

       1300-ADD-CONDITION.

           IF  WS-TOK (1) = 'WHERE'
           AND WS-COND-COUNT > ZERO
              MOVE 'WHERE ONCE ONLY - THEN AND OR OR'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1300-EXIT
           END-IF.

           IF  WS-TOK (1) NOT = 'WHERE'
           AND WS-COND-COUNT = ZERO
              MOVE 'AND OR OR BEFORE THE WHERE CARD'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1300-EXIT
           END-IF.

           IF WS-COND-COUNT = 30
              MOVE 'MORE THAN 30 CONDITIONS'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1300-EXIT
           END-IF.

           MOVE WS-TOK (2)            TO WS-WORD.
           PERFORM 1500-FIND-FIELD
              THRU 1500-EXIT.

           IF WS-FIELD-FOUND-IDX = ZERO
              GO TO 1300-EXIT
           END-IF.

           MOVE WS-TOK (3)            TO WS-NEW-OP.
           MOVE SPACE                 TO WS-NEW-VALUE-1
                                         WS-NEW-VALUE-2.

           EVALUATE WS-NEW-OP
             WHEN 'BLANK'
             WHEN 'NONBLANK'
               IF WS-TOK (4) NOT = SPACE
                  MOVE 'NO VALUE GOES WITH BLANK OR NONBLANK'
                                      TO WS-ERR-TEXT
                  PERFORM 7500-ADD-ERROR
                     THRU 7500-EXIT
                  GO TO 1300-EXIT
               END-IF
             WHEN 'EQ'
             WHEN 'NE'
             WHEN 'BEFORE'
             WHEN 'AFTER'
               IF WS-TOK (4) = SPACE
               OR WS-TOK (5) NOT = SPACE
                  MOVE 'ONE VALUE GOES WITH EQ, NE, BEFORE AND AFTER'
                                      TO WS-ERR-TEXT
                  PERFORM 7500-ADD-ERROR
                     THRU 7500-EXIT
                  GO TO 1300-EXIT
               END-IF
             WHEN 'RANGE'
               IF WS-TOK (5) = SPACE
               OR WS-TOK (6) NOT = SPACE
                  MOVE 'RANGE WANTS A LOW AND A HIGH VALUE'
                                      TO WS-ERR-TEXT
                  PERFORM 7500-ADD-ERROR
                     THRU 7500-EXIT
                  GO TO 1300-EXIT
               END-IF
             WHEN OTHER
               MOVE SPACE             TO WS-ERR-TEXT
               STRING 'NO SUCH OPERATOR - ' WS-NEW-OP
                      DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM 7500-ADD-ERROR
                  THRU 7500-EXIT
               GO TO 1300-EXIT
           END-EVALUATE.

           IF  (WS-NEW-OP = 'BEFORE' OR 'AFTER')
           AND NOT WS-FD-DATED (WS-FIELD-FOUND-IDX)
              MOVE 'BEFORE AND AFTER WANT A DATE OR TIMESTAMP FIELD'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1300-EXIT
           END-IF.

           IF WS-TOK (4) NOT = SPACE
              MOVE WS-TOK (4)         TO WS-VALUE-WORK
              PERFORM 1350-RESOLVE-VALUE
                 THRU 1350-EXIT
              IF VALUE-IS-BAD
                 GO TO 1300-EXIT
              END-IF
              MOVE WS-VALUE-WORK      TO WS-NEW-VALUE-1
           END-IF.

           IF WS-NEW-OP = 'RANGE'
              MOVE WS-TOK (5)         TO WS-VALUE-WORK
              PERFORM 1350-RESOLVE-VALUE
                 THRU 1350-EXIT
              IF VALUE-IS-BAD
                 GO TO 1300-EXIT
              END-IF
              MOVE WS-VALUE-WORK      TO WS-NEW-VALUE-2
              IF WS-NEW-VALUE-1 > WS-NEW-VALUE-2
                 MOVE 'RANGE LOW VALUE IS ABOVE ITS HIGH VALUE'
                                      TO WS-ERR-TEXT
                 PERFORM 7500-ADD-ERROR
                    THRU 7500-EXIT
                 GO TO 1300-EXIT
              END-IF
           END-IF.

           ADD 1                      TO WS-COND-COUNT.
           IF WS-TOK (1) NOT = 'AND'
              ADD 1                   TO WS-GROUP-COUNT
           END-IF.

           MOVE WS-GROUP-COUNT        TO WS-CD-GROUP (WS-COND-COUNT).
           MOVE WS-FIELD-FOUND-IDX    TO WS-CD-FIELD (WS-COND-COUNT).
           MOVE WS-NEW-OP             TO WS-CD-OP (WS-COND-COUNT).
           MOVE WS-NEW-VALUE-1        TO WS-CD-VALUE-1 (WS-COND-COUNT).
           MOVE WS-NEW-VALUE-2        TO WS-CD-VALUE-2 (WS-COND-COUNT).
           MOVE 'N'                   TO WS-CD-RESULT (WS-COND-COUNT).

           PERFORM 1550-NOTE-MASTER-NEEDED
              THRU 1550-EXIT.

       1300-EXIT.
           EXIT.

      *    A DATE VALUE IS RESOLVED AGAINST THE BUSINESS DATE NOW, SO
      *    THE WHOLE RUN COMPARES AGAINST ONE DATE. ANY OTHER VALUE
      *    MUST FIT THE FIELD - A LONGER ONE COULD NEVER MATCH.

       1350-RESOLVE-VALUE.

           MOVE 'N'                   TO WS-VALUE-BAD.

           IF NOT WS-FD-DATED (WS-FIELD-FOUND-IDX)
              IF  WS-FD-LEN (WS-FIELD-FOUND-IDX) < 26
              AND WS-VALUE-WORK (WS-FD-LEN (WS-FIELD-FOUND-IDX) + 1:)
                      NOT = SPACE
                 MOVE 'Y'             TO WS-VALUE-BAD
                 MOVE SPACE           TO WS-ERR-TEXT
                 STRING 'VALUE LONGER THAN THE FIELD - '
                        WS-VALUE-WORK
                        DELIMITED BY SIZE INTO WS-ERR-TEXT
                 PERFORM 7500-ADD-ERROR
                    THRU 7500-EXIT
              END-IF
              GO TO 1350-EXIT
           END-IF.

           IF WS-VALUE-WORK = 'TODAY'
              MOVE WS-BUSINESS-DATE   TO WS-VALUE-WORK
              GO TO 1350-EXIT
           END-IF.

           IF WS-VALUE-WORK (1:6) = 'TODAY-'
              MOVE SPACE              TO WS-DAYS-TEXT
              MOVE ZERO               TO WS-DAYS-LENGTH
              UNSTRING WS-VALUE-WORK (7:) DELIMITED BY SPACE
                  INTO WS-DAYS-TEXT COUNT IN WS-DAYS-LENGTH
              END-UNSTRING
              IF  WS-DAYS-LENGTH > ZERO
              AND WS-DAYS-LENGTH < 5
              AND WS-DAYS-TEXT (1:WS-DAYS-LENGTH) IS NUMERIC
                 MOVE WS-DAYS-TEXT (1:WS-DAYS-LENGTH)
                                      TO WS-RELATIVE-DAYS
                 COMPUTE WS-RESOLVED-DATE =
                    FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM)
                       - WS-RELATIVE-DAYS)
                 MOVE SPACE           TO WS-VALUE-WORK
                 MOVE WS-RESOLVED-DATE
                                      TO WS-VALUE-WORK (1:8)
                 GO TO 1350-EXIT
              END-IF
           END-IF.

           IF  WS-VALUE-WORK (1:8) IS NUMERIC
           AND WS-VALUE-WORK (9:) = SPACE
              GO TO 1350-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-VALUE-BAD.
           MOVE 'DATE MUST BE YYYYMMDD, TODAY OR TODAY-N (N UP TO 9999)'
                                      TO WS-ERR-TEXT.
           PERFORM 7500-ADD-ERROR
              THRU 7500-EXIT.

       1350-EXIT.
           EXIT.

       1400-ADD-SELECTS.

           IF WS-TOK (2) = SPACE
              MOVE 'SELECT CARD NAMES NO FIELDS'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1400-EXIT
           END-IF.

           PERFORM VARYING WS-TOK-IDX FROM 2 BY 1
                     UNTIL WS-TOK-IDX > 8
                        OR WS-TOK (WS-TOK-IDX) = SPACE
               MOVE WS-TOK (WS-TOK-IDX)
                                      TO WS-WORD
               PERFORM 1500-FIND-FIELD
                  THRU 1500-EXIT
               IF WS-FIELD-FOUND-IDX > ZERO
                  PERFORM 1450-ADD-ONE-SELECT
                     THRU 1450-EXIT
               END-IF
           END-PERFORM.

       1400-EXIT.
           EXIT.

      *    APPENDS THE FIELD AT WS-FIELD-FOUND-IDX TO THE SELOUT ROW.

       1450-ADD-ONE-SELECT.

           IF WS-SEL-COUNT = 40
              MOVE 'MORE THAN 40 OUTPUT FIELDS'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1450-EXIT
           END-IF.

           IF WS-OUT-WIDTH + WS-FD-LEN (WS-FIELD-FOUND-IDX) > 250
              MOVE 'OUTPUT FIELDS COME TO MORE THAN 250 BYTES'
                                      TO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
              GO TO 1450-EXIT
           END-IF.

           ADD 1                      TO WS-SEL-COUNT.
           MOVE WS-FIELD-FOUND-IDX    TO WS-SL-FIELD (WS-SEL-COUNT).
           COMPUTE WS-SL-START (WS-SEL-COUNT) = WS-OUT-WIDTH + 1.
           ADD WS-FD-LEN (WS-FIELD-FOUND-IDX)
                                      TO WS-OUT-WIDTH.

           PERFORM 1550-NOTE-MASTER-NEEDED
              THRU 1550-EXIT.

       1450-EXIT.
           EXIT.

      *    LOOKS WS-WORD UP IN THE DICTIONARY; AN UNKNOWN NAME IS A
      *    CARD ERROR.

       1500-FIND-FIELD.

           MOVE ZERO                  TO WS-FIELD-FOUND-IDX.

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                     UNTIL WS-FD-IDX > WS-FD-COUNT
                        OR WS-FIELD-FOUND-IDX > ZERO
               IF WS-FD-NAME (WS-FD-IDX) = WS-WORD
                  MOVE WS-FD-IDX      TO WS-FIELD-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FIELD-FOUND-IDX = ZERO
              MOVE SPACE              TO WS-ERR-TEXT
              STRING 'NO SUCH FIELD - ' WS-WORD
                     DELIMITED BY SIZE INTO WS-ERR-TEXT
              PERFORM 7500-ADD-ERROR
                 THRU 7500-EXIT
           END-IF.

       1500-EXIT.
           EXIT.

       1550-NOTE-MASTER-NEEDED.

           EVALUATE WS-FD-FILE (WS-FIELD-FOUND-IDX)
             WHEN 'HX'
               MOVE 'Y'               TO WS-NEED-HX
             WHEN 'AK'
               MOVE 'Y'               TO WS-NEED-AK
             WHEN 'OM'
               MOVE 'Y'               TO WS-NEED-OM
           END-EVALUATE.

       1550-EXIT.
           EXIT.

      *    A MISSING SELENT TABLE ENTITLES NOBODY.

       1600-CHECK-ENTITLEMENT.

           MOVE 'N'                   TO WS-FULL-IDS.

           OPEN INPUT SEL-ENT-FILE.

           IF SE-FILE-STATUS NOT = '00'
              GO TO 1600-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ SEL-ENT-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF SE-UNIT = WS-REQUEST-UNIT
                   AND SE-FULL-IDS
                      MOVE 'Y'        TO WS-FULL-IDS
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE SEL-ENT-FILE.

       1600-EXIT.
           EXIT.

      *    NO SELECT CARD - EVERY FIELD OF THE DRIVING MASTER'S OWN
      *    RECORD, IN LAYOUT ORDER.

       1700-DEFAULT-SELECTS.

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                     UNTIL WS-FD-IDX > WS-FD-COUNT
               IF  WS-FD-FILE (WS-FD-IDX) = WS-DRIVER
               AND WS-FD-POS (WS-FD-IDX) < 100
                  MOVE WS-FD-IDX      TO WS-FIELD-FOUND-IDX
                  PERFORM 1450-ADD-ONE-SELECT
                     THRU 1450-EXIT
               END-IF
           END-PERFORM.

       1700-EXIT.
           EXIT.

      *    THE DRIVING MASTER, POSITIONED AT ITS FIRST KEY, AND ANY
      *    OTHER MASTER THE DECK NAMES A FIELD OF. ONE THAT WILL NOT
      *    OPEN REFUSES THE RUN - ITS CONDITIONS COULD NOT BE TESTED.

       1800-OPEN-MASTERS.

           IF DRIVE-HX
           OR WS-NEED-HX = 'Y'
              OPEN INPUT HIC-XREF-FILE
              IF HX-FILE-STATUS = '00'
                 MOVE 'Y'             TO WS-HX-OPEN
              ELSE
                 MOVE SPACE           TO WS-ERR-TEXT
                 STRING 'UNABLE TO OPEN HICXREF, FILE STATUS '
                        HX-FILE-STATUS
                        DELIMITED BY SIZE INTO WS-ERR-TEXT
                 PERFORM 7500-ADD-ERROR
                    THRU 7500-EXIT
              END-IF
           END-IF.

           IF DRIVE-AK
           OR WS-NEED-AK = 'Y'
              OPEN INPUT ACK-MASTER-FILE
              IF AK-FILE-STATUS = '00'
                 MOVE 'Y'             TO WS-AK-OPEN
              ELSE
                 MOVE SPACE           TO WS-ERR-TEXT
                 STRING 'UNABLE TO OPEN ACKMAST, FILE STATUS '
                        AK-FILE-STATUS
                        DELIMITED BY SIZE INTO WS-ERR-TEXT
                 PERFORM 7500-ADD-ERROR
                    THRU 7500-EXIT
              END-IF
           END-IF.

           IF DRIVE-OM
           OR WS-NEED-OM = 'Y'
              OPEN INPUT OUTC-MASTER-FILE
              IF OM-FILE-STATUS = '00'
                 MOVE 'Y'             TO WS-OM-OPEN
              ELSE
                 MOVE SPACE           TO WS-ERR-TEXT
                 STRING 'UNABLE TO OPEN OUTCMAST, FILE STATUS '
                        OM-FILE-STATUS
                        DELIMITED BY SIZE INTO WS-ERR-TEXT
                 PERFORM 7500-ADD-ERROR
                    THRU 7500-EXIT
              END-IF
           END-IF.

           IF WS-ERR-COUNT > ZERO
              GO TO 1800-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           EVALUATE TRUE
             WHEN DRIVE-HX
               MOVE LOW-VALUES        TO HX-RRB-HIC
               START HIC-XREF-FILE KEY NOT < HX-RRB-HIC
                  INVALID KEY
                     MOVE 'Y'         TO WS-FILE-EOF
               END-START
             WHEN DRIVE-AK
               MOVE LOW-VALUES        TO AK-SSA-HIC
               START ACK-MASTER-FILE KEY NOT < AK-SSA-HIC
                  INVALID KEY
                     MOVE 'Y'         TO WS-FILE-EOF
               END-START
             WHEN DRIVE-OM
               MOVE LOW-VALUES        TO OM-RRB-HIC
               START OUTC-MASTER-FILE KEY NOT < OM-RRB-HIC
                  INVALID KEY
                     MOVE 'Y'         TO WS-FILE-EOF
               END-START
           END-EVALUATE.

       1800-EXIT.
           EXIT.

       2000-EXTRACT.

           PERFORM 2100-PROCESS-ONE
              THRU 2100-EXIT
             UNTIL FILE-AT-END.

       2000-EXIT.
           EXIT.

      *    ONE DRIVING RECORD - FETCH THE JOINED RECORDS, TEST THE
      *    CRITERIA, WRITE THE ROW WHEN SELECTED.

       2100-PROCESS-ONE.

           PERFORM 2150-READ-DRIVER
              THRU 2150-EXIT.

           IF FILE-AT-END
              GO TO 2100-EXIT
           END-IF.

           ADD 1                      TO WS-RECORDS-READ.

           PERFORM 2200-READ-JOINED
              THRU 2200-EXIT.

           PERFORM 2300-TEST-CRITERIA
              THRU 2300-EXIT.

           IF RECORD-SELECTED
              PERFORM 2400-WRITE-EXTRACT
                 THRU 2400-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2150-READ-DRIVER.

           MOVE SPACE                 TO WS-HX-AREA
                                         WS-AK-AREA
                                         WS-OM-AREA.

           EVALUATE TRUE
             WHEN DRIVE-HX
               READ HIC-XREF-FILE NEXT
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE HIC-XREF-REC  TO WS-HX-AREA
                   MOVE 'Y'           TO WS-HX-AREA (100:1)
                   MOVE HX-RRB-HIC    TO WS-JOIN-RRB-HIC
                   MOVE HX-SSA-HIC    TO WS-JOIN-SSA-HIC
               END-READ
             WHEN DRIVE-AK
               READ ACK-MASTER-FILE NEXT
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   MOVE ACK-MASTER-REC
                                      TO WS-AK-AREA
                   MOVE 'Y'           TO WS-AK-AREA (100:1)
                   MOVE AK-RRB-HIC    TO WS-JOIN-RRB-HIC
                   MOVE AK-SSA-HIC    TO WS-JOIN-SSA-HIC
               END-READ
             WHEN DRIVE-OM
               READ OUTC-MASTER-FILE NEXT
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   PERFORM 2250-TAKE-OUTCOME
                      THRU 2250-EXIT
                   MOVE OM-RRB-HIC    TO WS-JOIN-RRB-HIC
                   MOVE OM-CUR-SSA-HIC
                                      TO WS-JOIN-SSA-HIC
               END-READ
           END-EVALUATE.

       2150-EXIT.
           EXIT.

      *    THE OTHER MASTERS THE DECK NAMES, BY THE JOINING KEY. A
      *    RECORD NOT THERE LEAVES ITS AREA EMPTY AND ITS FOUND FLAG N.

       2200-READ-JOINED.

           IF  NOT DRIVE-HX
           AND WS-NEED-HX = 'Y'
              MOVE 'N'                TO WS-HX-AREA (100:1)
              IF WS-JOIN-RRB-HIC NOT = SPACE
                 MOVE WS-JOIN-RRB-HIC TO HX-RRB-HIC
                 READ HIC-XREF-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE HIC-XREF-REC
                                      TO WS-HX-AREA
                     MOVE 'Y'         TO WS-HX-AREA (100:1)
                 END-READ
              END-IF
              IF WS-HX-AREA (100:1) = 'N'
                 ADD 1                TO WS-HX-MISSING
              END-IF
           END-IF.

           IF  NOT DRIVE-AK
           AND WS-NEED-AK = 'Y'
              MOVE 'N'                TO WS-AK-AREA (100:1)
              IF WS-JOIN-SSA-HIC NOT = SPACE
                 MOVE WS-JOIN-SSA-HIC TO AK-SSA-HIC
                 READ ACK-MASTER-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE ACK-MASTER-REC
                                      TO WS-AK-AREA
                     MOVE 'Y'         TO WS-AK-AREA (100:1)
                 END-READ
              END-IF
              IF WS-AK-AREA (100:1) = 'N'
                 ADD 1                TO WS-AK-MISSING
              END-IF
           END-IF.

           IF  NOT DRIVE-OM
           AND WS-NEED-OM = 'Y'
              MOVE 'N'                TO WS-OM-AREA (100:1)
              IF WS-JOIN-RRB-HIC NOT = SPACE
                 MOVE WS-JOIN-RRB-HIC TO OM-RRB-HIC
                 READ OUTC-MASTER-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     PERFORM 2250-TAKE-OUTCOME
                        THRU 2250-EXIT
                 END-READ
              END-IF
              IF WS-OM-AREA (100:1) = 'N'
                 ADD 1                TO WS-OM-MISSING
              END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      *    AN OUTCOME RECORD WITH NO PRIOR OUTCOME HAS NOT CHANGED.

       2250-TAKE-OUTCOME.

           MOVE OUTCOME-MASTER-REC    TO WS-OM-AREA.
           MOVE 'Y'                   TO WS-OM-AREA (100:1).

           IF  OM-PRI-STATUS-CAT NOT = SPACE
           AND OM-PRI-STATUS-CAT NOT = OM-CUR-STATUS-CAT
              MOVE 'Y'                TO WS-OM-AREA (63:1)
           ELSE
              MOVE 'N'                TO WS-OM-AREA (63:1)
           END-IF.

       2250-EXIT.
           EXIT.

      *    EVERY CONDITION IS TESTED, THEN THE GROUPS IN ORDER; THE
      *    FIRST GROUP WHOSE CONDITIONS ALL HOLD SELECTS THE RECORD.

       2300-TEST-CRITERIA.

           IF WS-COND-COUNT = ZERO
              MOVE 'Y'                TO WS-RECORD-SELECTED
              GO TO 2300-EXIT
           END-IF.

           MOVE 'N'                   TO WS-RECORD-SELECTED.

           PERFORM 2350-TEST-ONE-CONDITION
              THRU 2350-EXIT
              VARYING WS-COND-IDX FROM 1 BY 1
                UNTIL WS-COND-IDX > WS-COND-COUNT.

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                     UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                        OR RECORD-SELECTED
               MOVE 'Y'               TO WS-GROUP-OK
               PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                         UNTIL WS-COND-IDX > WS-COND-COUNT
                   IF  WS-CD-GROUP (WS-COND-IDX) = WS-GROUP-IDX
                   AND WS-CD-RESULT (WS-COND-IDX) = 'N'
                      MOVE 'N'        TO WS-GROUP-OK
                   END-IF
               END-PERFORM
               IF WS-GROUP-OK = 'Y'
                  MOVE 'Y'            TO WS-RECORD-SELECTED
                  ADD 1               TO WS-GROUP-HITS (WS-GROUP-IDX)
               END-IF
           END-PERFORM.

       2300-EXIT.
           EXIT.

      *    A DATED FIELD IS COMPARED ON ITS DATE PART ALONE.

       2350-TEST-ONE-CONDITION.

           MOVE WS-CD-FIELD (WS-COND-IDX)
                                      TO WS-FD-IDX.
           PERFORM 2360-GET-FIELD-VALUE
              THRU 2360-EXIT.

           IF WS-FD-DATED (WS-FD-IDX)
              MOVE WS-FIELD-VALUE (1:8)
                                      TO WS-COMPARE-VALUE
           ELSE
              MOVE WS-FIELD-VALUE     TO WS-COMPARE-VALUE
           END-IF.

           MOVE 'N'                   TO WS-CD-RESULT (WS-COND-IDX).

           EVALUATE WS-CD-OP (WS-COND-IDX)
             WHEN 'EQ'
               IF WS-COMPARE-VALUE = WS-CD-VALUE-1 (WS-COND-IDX)
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
             WHEN 'NE'
               IF WS-COMPARE-VALUE NOT = WS-CD-VALUE-1 (WS-COND-IDX)
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
             WHEN 'RANGE'
               IF  WS-COMPARE-VALUE NOT < WS-CD-VALUE-1 (WS-COND-IDX)
               AND WS-COMPARE-VALUE NOT > WS-CD-VALUE-2 (WS-COND-IDX)
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
             WHEN 'BLANK'
               IF WS-FIELD-VALUE = SPACE
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
             WHEN 'NONBLANK'
               IF WS-FIELD-VALUE NOT = SPACE
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
             WHEN 'BEFORE'
               IF  WS-COMPARE-VALUE NOT = SPACE
               AND WS-COMPARE-VALUE < WS-CD-VALUE-1 (WS-COND-IDX)
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
             WHEN 'AFTER'
               IF  WS-COMPARE-VALUE NOT = SPACE
               AND WS-COMPARE-VALUE > WS-CD-VALUE-1 (WS-COND-IDX)
                  MOVE 'Y'            TO WS-CD-RESULT (WS-COND-IDX)
               END-IF
           END-EVALUATE.

       2350-EXIT.
           EXIT.

      *    THE FIELD AT WS-FD-IDX, FROM ITS MASTER'S RECORD AREA.

       2360-GET-FIELD-VALUE.

           MOVE SPACE                 TO WS-FIELD-VALUE.

           EVALUATE WS-FD-FILE (WS-FD-IDX)
             WHEN 'HX'
               MOVE WS-HX-AREA (WS-FD-POS (WS-FD-IDX):
                                WS-FD-LEN (WS-FD-IDX))
                                      TO WS-FIELD-VALUE
             WHEN 'AK'
               MOVE WS-AK-AREA (WS-FD-POS (WS-FD-IDX):
                                WS-FD-LEN (WS-FD-IDX))
                                      TO WS-FIELD-VALUE
             WHEN 'OM'
               MOVE WS-OM-AREA (WS-FD-POS (WS-FD-IDX):
                                WS-FD-LEN (WS-FD-IDX))
                                      TO WS-FIELD-VALUE
           END-EVALUATE.

       2360-EXIT.
           EXIT.

      *    THE SELECTED FIELDS SIDE BY SIDE, EACH IDENTIFIER MASKED
      *    FOR A UNIT NOT ENTITLED TO FULL VALUES.

       2400-WRITE-EXTRACT.

           MOVE SPACE                 TO SEL-OUT-REC.

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SL-FIELD (WS-SEL-IDX)
                                      TO WS-FD-IDX
               PERFORM 2360-GET-FIELD-VALUE
                  THRU 2360-EXIT
               IF  WS-FD-IDENTIFIER (WS-FD-IDX)
               AND NOT UNIT-GETS-FULL-IDS
               AND WS-FIELD-VALUE NOT = SPACE
                  MOVE WS-FIELD-VALUE TO MH-VALUE-IN
                  CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
                  MOVE MH-VALUE-OUT   TO WS-FIELD-VALUE
               END-IF
               MOVE WS-FIELD-VALUE (1:WS-FD-LEN (WS-FD-IDX))
                 TO SEL-OUT-REC (WS-SL-START (WS-SEL-IDX):
                                 WS-FD-LEN (WS-FD-IDX))
           END-PERFORM.

           WRITE SEL-OUT-REC.
           ADD 1                      TO WS-RECORDS-SELECTED.

       2400-EXIT.
           EXIT.

      *    THE LISTING - WHO ASKED, THE DECK, AND EITHER WHY THE RUN
      *    WAS REFUSED OR WHAT IT SELECTED AND HOW THE EXTRACT IS
      *    LAID OUT.

       3000-WRITE-LISTING.

           MOVE 'I'                   TO RW-FUNCTION.
           IF WS-REQUEST-ID = SPACE
              MOVE 'SELEXTR - SELECTIVE MASTER EXTRACT' TO RW-TITLE
           ELSE
              MOVE SPACE              TO RW-TITLE
              STRING WS-REQUEST-ID
                     ' - SELEXTR SELECTIVE MASTER EXTRACT'
                     DELIMITED BY SIZE
                     INTO RW-TITLE
           END-IF.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE 'REQUEST ID:'         TO WS-LBL-TEXT.
           MOVE WS-REQUEST-ID         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'REQUESTING UNIT:'    TO WS-LBL-TEXT.
           MOVE WS-REQUEST-UNIT       TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'REQUESTED BY:'       TO WS-LBL-TEXT.
           MOVE WS-REQUESTER          TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'MASTER READ:'        TO WS-LBL-TEXT.
           MOVE WS-DRIVER-NAME        TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'BUSINESS DATE:'      TO WS-LBL-TEXT.
           MOVE WS-BUSINESS-DATE      TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'IDENTIFIERS:'        TO WS-LBL-TEXT.
           IF UNIT-GETS-FULL-IDS
              MOVE 'FULL (SELENT ENTITLEMENT)'
                                      TO WS-LBL-VALUE
           ELSE
              MOVE 'PER SITE MASKING POLICY'
                                      TO WS-LBL-VALUE
           END-IF.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           MOVE 'CRITERIA CARDS'      TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           PERFORM 3100-WRITE-ONE-CARD
              THRU 3100-EXIT
              VARYING WS-CARD-IDX FROM 1 BY 1
                UNTIL WS-CARD-IDX > WS-CARD-COUNT.

           IF WS-SETUP-FAILED = 'Y'
              PERFORM 3200-WRITE-ERRORS
                 THRU 3200-EXIT
              GO TO 3000-WRITE-END
           END-IF.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           MOVE 'CONDITIONS AS APPLIED'
                                      TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           IF WS-COND-COUNT = ZERO
              MOVE '  NONE - EVERY RECORD SELECTED'
                                      TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           ELSE
              MOVE WS-COND-HEADING    TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
              PERFORM 3300-WRITE-ONE-CONDITION
                 THRU 3300-EXIT
                 VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-COND-COUNT
           END-IF.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           MOVE WS-OUT-WIDTH          TO WS-LYL-START.
           STRING 'SELOUT EXTRACT LAYOUT - ' WS-LYL-START
                  ' BYTES'
                  DELIMITED BY SIZE INTO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           MOVE WS-LAYOUT-HEADING     TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           PERFORM 3400-WRITE-ONE-OUTPUT-FIELD
              THRU 3400-EXIT
              VARYING WS-SEL-IDX FROM 1 BY 1
                UNTIL WS-SEL-IDX > WS-SEL-COUNT.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           MOVE 'RECORDS READ:'       TO WS-LBL-TEXT.
           MOVE WS-RECORDS-READ       TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'RECORDS SELECTED:'   TO WS-LBL-TEXT.
           MOVE WS-RECORDS-SELECTED   TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           PERFORM 3500-WRITE-GROUP-COUNT
              THRU 3500-EXIT
              VARYING WS-GROUP-IDX FROM 1 BY 1
                UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.

           IF  NOT DRIVE-HX
           AND WS-NEED-HX = 'Y'
              MOVE 'NO HICXREF RECORD:' TO WS-LBL-TEXT
              MOVE WS-HX-MISSING      TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT      TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
           END-IF.
           IF  NOT DRIVE-AK
           AND WS-NEED-AK = 'Y'
              MOVE 'NO ACKMAST RECORD:' TO WS-LBL-TEXT
              MOVE WS-AK-MISSING      TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT      TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
           END-IF.
           IF  NOT DRIVE-OM
           AND WS-NEED-OM = 'Y'
              MOVE 'NO OUTCMAST RECORD:' TO WS-LBL-TEXT
              MOVE WS-OM-MISSING      TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT      TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
           END-IF.

       3000-WRITE-END.

           MOVE 'END OF SELECTION LISTING' TO WS-COVER-LINE.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-COVER-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-CARD.

           MOVE WS-CARD-IDX           TO WS-CDL-SEQ.
           MOVE WS-CARD-TEXT (WS-CARD-IDX)
                                      TO WS-CDL-TEXT.
           MOVE WS-CARD-LINE          TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       3100-EXIT.
           EXIT.

       3200-WRITE-ERRORS.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           MOVE 'RUN REFUSED - NO EXTRACT WRITTEN'
                                      TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                     UNTIL WS-ERR-IDX > WS-ERR-COUNT
               IF WS-ER-CARD (WS-ERR-IDX) = ZERO
                  MOVE 'RUN'          TO WS-ERL-LABEL
               ELSE
                  MOVE 'CARD'         TO WS-ERL-LABEL
               END-IF
               MOVE WS-ER-CARD (WS-ERR-IDX)
                                      TO WS-ERL-CARD
               MOVE WS-ER-TEXT (WS-ERR-IDX)
                                      TO WS-ERL-TEXT
               MOVE WS-ERROR-LINE     TO WS-COVER-LINE
               PERFORM 7200-WRITE-TEXT
                  THRU 7200-EXIT
           END-PERFORM.

           IF WS-ERR-UNLISTED > ZERO
              MOVE WS-ERR-UNLISTED    TO WS-COUNT-EDIT
              STRING '  PLUS ' WS-COUNT-EDIT ' MORE ERRORS'
                     DELIMITED BY SIZE
                     INTO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-CONDITION.

           MOVE WS-CD-FIELD (WS-COND-IDX)
                                      TO WS-FD-IDX.
           MOVE WS-CD-GROUP (WS-COND-IDX)
                                      TO WS-CNL-GROUP.
           MOVE WS-FD-NAME (WS-FD-IDX)
                                      TO WS-CNL-FIELD.
           MOVE WS-CD-OP (WS-COND-IDX)
                                      TO WS-CNL-OP.
           MOVE WS-CD-VALUE-1 (WS-COND-IDX)
                                      TO WS-CNL-VALUE-1.
           MOVE WS-CD-VALUE-2 (WS-COND-IDX)
                                      TO WS-CNL-VALUE-2.
           MOVE WS-COND-LINE          TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       3300-EXIT.
           EXIT.

       3400-WRITE-ONE-OUTPUT-FIELD.

           MOVE WS-SL-FIELD (WS-SEL-IDX)
                                      TO WS-FD-IDX.
           MOVE WS-FD-NAME (WS-FD-IDX)
                                      TO WS-LYL-FIELD.
           MOVE WS-SL-START (WS-SEL-IDX)
                                      TO WS-LYL-START.
           MOVE WS-FD-LEN (WS-FD-IDX) TO WS-LYL-LENGTH.
           IF WS-FD-IDENTIFIER (WS-FD-IDX)
              IF UNIT-GETS-FULL-IDS
                 MOVE 'FULL'          TO WS-LYL-IDENT
              ELSE
                 MOVE 'MASKED'        TO WS-LYL-IDENT
              END-IF
           ELSE
              MOVE SPACE              TO WS-LYL-IDENT
           END-IF.
           MOVE WS-LAYOUT-LINE        TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       3400-EXIT.
           EXIT.

       3500-WRITE-GROUP-COUNT.

           MOVE SPACE                 TO WS-LBL-TEXT.
           MOVE WS-GROUP-IDX          TO WS-CNL-GROUP.
           STRING '  FIRST BY GROUP ' WS-CNL-GROUP ':'
                  DELIMITED BY SIZE INTO WS-LBL-TEXT.
           MOVE WS-GROUP-HITS (WS-GROUP-IDX)
                                      TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.

       3500-EXIT.
           EXIT.

      *    THE DECK, CARD FOR CARD, UNDER THE RUN'S START TIMESTAMP -
      *    THE KEY THAT JOINS IT TO THE RUN'S RUNLEDG ROW. SAME
      *    TRY-EXTEND-THEN-FALL-BACK SHAPE AS RUNLEDGR'S OWN APPEND.

       6000-LOG-CRITERIA.

           OPEN EXTEND SEL-LOG-FILE.
           IF SG-FILE-STATUS NOT = '00'
              OPEN OUTPUT SEL-LOG-FILE
           END-IF.

           IF SG-FILE-STATUS NOT = '00'
              DISPLAY 'SELEXTR,UNABLE TO OPEN SELLOG,'
                      SG-FILE-STATUS
              GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                     UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-RUN-START-TIMESTAMP
                                      TO SG-START-TIMESTAMP
               MOVE WS-REQUEST-ID     TO SG-REQUEST-ID
               MOVE WS-REQUEST-UNIT   TO SG-UNIT
               MOVE WS-CARD-IDX       TO SG-CARD-SEQ
               MOVE WS-CARD-TEXT (WS-CARD-IDX)
                                      TO SG-CARD
               WRITE SEL-LOG-REC
           END-PERFORM.

           CLOSE SEL-LOG-FILE.

       6000-EXIT.
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
           MOVE WS-COVER-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO WS-COVER-LINE.

       7200-EXIT.
           EXIT.

      *    RECORDS WS-ERR-TEXT AGAINST THE CURRENT CARD.

       7500-ADD-ERROR.

           IF WS-ERR-COUNT < 50
              ADD 1                   TO WS-ERR-COUNT
              MOVE WS-CARD-SEQ        TO WS-ER-CARD (WS-ERR-COUNT)
              MOVE WS-ERR-TEXT        TO WS-ER-TEXT (WS-ERR-COUNT)
           ELSE
              ADD 1                   TO WS-ERR-UNLISTED
           END-IF.

           MOVE SPACE                 TO WS-ERR-TEXT.

       7500-EXIT.
           EXIT.

       8000-TERMINATE.

           IF HX-IS-OPEN
              CLOSE HIC-XREF-FILE
           END-IF.
           IF AK-IS-OPEN
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF OM-IS-OPEN
              CLOSE OUTC-MASTER-FILE
           END-IF.
           IF OUT-IS-OPEN
              CLOSE SEL-OUT-FILE
           END-IF.

           DISPLAY 'SELEXTR,REQUEST,' WS-REQUEST-ID ','
                   WS-REQUEST-UNIT.
           DISPLAY 'SELEXTR,MASTER READ,' WS-DRIVER-NAME.
           DISPLAY 'SELEXTR,RECORDS READ,' WS-RECORDS-READ.
           DISPLAY 'SELEXTR,RECORDS SELECTED,' WS-RECORDS-SELECTED.

           MOVE 'SELEXTR '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'SELCARDS'            TO RL-INPUT-DDNAME.
           MOVE WS-RECORDS-READ       TO RL-RECORDS-READ.
           MOVE WS-RECORDS-SELECTED   TO RL-RECORDS-ACCEPTED.
           IF WS-SETUP-FAILED = 'Y'
              DISPLAY 'SELEXTR,RUN REFUSED,CARD ERRORS,'
                      WS-ERR-COUNT
              COMPUTE RL-RECORDS-REJECTED =
                      WS-ERR-COUNT + WS-ERR-UNLISTED
              MOVE 08                 TO RL-SEVERITY
           ELSE
              MOVE ZERO               TO RL-RECORDS-REJECTED
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
