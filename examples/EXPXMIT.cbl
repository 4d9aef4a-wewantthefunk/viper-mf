       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPXMIT.
       AUTHOR. CHRISTIAN STRAMA.

      * EXPEDITED INTRADAY TRANSMISSION. A BENEFICIARY WHOSE CASE
      * CANNOT WAIT FOR TONIGHT'S RRBXMIT BUILD (A HARDSHIP CASE, A
      * CONGRESSIONAL INQUIRY) IS FLAGGED BY AN AUTHORIZED OPERATOR
      * WITH ACTION 'E' ON THE CONVPREV SCREEN. THE SCREEN WRITES THE
      * RRB HIC, OPERATOR, TERMINAL AND TIME TO THE CEXP TRANSIENT
      * DATA QUEUE, AND THE SCHEDULER RUNS THIS JOB SEVERAL TIMES A
      * DAY OVER WHAT HAS ACCUMULATED THERE (EXPIN).
      *
      * EACH REQUEST GOES THROUGH THE SAME SCREENS THE NIGHTLY BUILD
      * APPLIES - A BENEFICIARY RRBTERM HAS MARKED TERMINATED IS
      * DROPPED, AND WHEN THE SITE'S XMITCAT LIST IS PRESENT A
      * CATEGORY NOT FLAGGED TRANSMITTABLE IS WITHHELD - AND IS THEN
      * CONVERTED THROUGH RRBTOSSA IN IMMEDIATE MODE, SO THE
      * CROSSWALK IS UPDATED IN LINE JUST AS AN ONLINE CONVERSION
      * WOULD. (THE JOB REFUSES TO RUN UNDER XREFDEFR - THERE IS NO
      * XREFAPLY STEP BEHIND IT TO APPLY DEFERRED UPDATES.) A REQUEST
      * THAT REJECTS, OR WHOSE CONVERSION DISAGREES WITH THE
      * CROSSWALK, IS REPORTED AND LEFT FOR THE NIGHTLY PATH AND THE
      * MISMATCH REVIEW; ONE ALREADY PENDING OR ACCEPTED ON ACKMAST
      * FOR THIS CYCLE IS NOT SENT AGAIN, SO A RERUN OVER THE SAME
      * EXPIN IS HARMLESS.
      *
      * THE SURVIVORS GO OUT ON EXPXOUT IN THE SAME XH/XD/XB/XT
      * ENVELOPE RRBXMIT PRODUCES - XH-RETRANS-IND 'E' MARKS IT AS AN
      * EXPEDITED SEND, THE XB/XT RECORDS CARRY THE USUAL HASH
      * TOTALS, AND PAST THE MBICUTOVER DATE A DETAIL WITH A VALID
      * MBI GOES OUT IN THE MBI-PRIMARY XM FORM. THE ENVELOPE IS
      * NUMBERED FROM ITS OWN EXPSEQ CONTROL FILE INSIDE THE RANGE
      * THE SITE RESERVES FOR THE LANE (SITEPARM EXPSEQLOW UP TO
      * 9999, WRAPPING BACK TO EXPSEQLOW) - THE NIGHTLY BUILD HOLDS
      * XMITSEQ OPEN ACROSS ITS STAGED PASSES AND AN INTRADAY ROLL
      * OF THE SHARED NUMBER COULD BE OVERWRITTEN BY ITS COMMIT. A
      * RUN WITH NOTHING TO SEND CUTS NO ENVELOPE AND BURNS NO
      * NUMBER. EVERY ENVELOPE IS ALSO APPENDED TO EXPXDAY, THE
      * DAY'S EXPEDITED SENDS BACK TO BACK, WHICH THE SCHEDULER
      * ALLOCATES FRESH EACH BUSINESS DAY AND OPSUM AND CHAINBAL
      * READ AT END OF DAY.
      *
      * EACH SENT DETAIL IS POSTED TO ACKMAST AS PENDING WITH THE
      * CYCLE'S SENT DATE AND A BUMPED ATTEMPT COUNT, EXACTLY AS A
      * NIGHTLY SEND WOULD BE, AND LOGGED ON EXPLOG WITH THE
      * ENVELOPE NUMBER AND WHO ASKED FOR IT. RRBXMIT READS EXPLOG
      * SO A BENEFICIARY ALREADY SENT HERE IS NOT SENT A SECOND TIME
      * WHEN ITS ROW COMES THROUGH THE NIGHTLY BUILD ON A LATER
      * CYCLE. BOTH MASTERS ARE JOURNALED THROUGH MSTJRNL. EACH
      * SENT DETAIL IS ALSO RECORDED AS A PRIVACY ACT DISCLOSURE TO
      * SSA THROUGH DSCLWRT (MECHANISM 'XE', THE ENVELOPE NUMBER AS
      * REFERENCE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    THE DAY'S FLAGGED HICS AS THE CONVPREV SCREEN QUEUED THEM.
      *    OPTIONAL - A RUN WITH NOTHING QUEUED ENDS CLEAN.

           SELECT OPTIONAL EXP-REQUEST-FILE
                                  ASSIGN TO EXPIN
                                  FILE STATUS IS ER-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT OUTCOME-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

           SELECT OPTIONAL XMIT-CAT-FILE
                                  ASSIGN TO XMITCAT
                                  FILE STATUS IS XC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    REQUESTS THAT PASSED THE TERMINATION AND CATEGORY SCREENS,
      *    HELD BETWEEN THE TWO PASSES SO THE CROSSWALK IS CLOSED
      *    BEFORE RRBTOSSA OPENS IT FOR UPDATE.

           SELECT EXP-WORK-FILE   ASSIGN TO EXPWK
                                  FILE STATUS IS EW-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-WORK-1     ASSIGN NODDNAME.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

           SELECT EXP-LOG-FILE    ASSIGN TO WS-EXPLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS EL-SSA-HIC
                                  FILE STATUS IS EL-FILE-STATUS.

           SELECT OPTIONAL EXP-SEQ-FILE
                                  ASSIGN TO EXPSEQ
                                  FILE STATUS IS ES-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XMIT-FILE       ASSIGN TO EXPXOUT
                                  FILE STATUS IS XM-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL XMIT-DAY-FILE
                                  ASSIGN TO EXPXDAY
                                  FILE STATUS IS XY-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT EXP-RPT-FILE    ASSIGN TO EXPRPT
                                  FILE STATUS IS EP-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    SAME 40-BYTE SHAPE CONVPREV WRITES TO THE CEXP QUEUE.

       FD  EXP-REQUEST-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  EXP-REQUEST-REC.
           05  ER-RRB-HIC          PIC X(12).
           05  ER-OPERATOR         PIC X(08).
           05  ER-TERMINAL         PIC X(04).
           05  ER-REQ-TIME         PIC X(08).
           05  ER-REQ-DATE         PIC X(08).

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

       FD  OUTCOME-MASTER-FILE.

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

       FD  XMIT-CAT-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  XMIT-CAT-REC.
           05  XC-STATUS-CAT       PIC X(02).
           05  XC-TRANSMIT-FLAG    PIC X(01).

       FD  EXP-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  EXP-WORK-REC.
           05  EW-RRB-HIC          PIC X(12).
           05  EW-OPERATOR         PIC X(08).
           05  EW-TERMINAL         PIC X(04).
           05  EW-REQ-TIME         PIC X(08).
           05  EW-REQ-DATE         PIC X(08).

       SD  SORT-WORK-1
           RECORD 58.

       01  SORT-RECORD-1.
           05  SORT-BIC            PIC X(02).
           05  SORT-SSA-HIC        PIC X(11).
           05  SORT-RRB-HIC        PIC X(12).
           05  SORT-SSA-MBI        PIC X(11).
           05  SORT-ATTEMPTS       PIC 9(02).
           05  SORT-OPERATOR       PIC X(08).
           05  SORT-TERMINAL       PIC X(04).
           05  SORT-REQ-TIME       PIC X(08).

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

       FD  EXP-LOG-FILE.

           COPY EXPLOG.

       FD  EXP-SEQ-FILE
           RECORD CONTAINS 4 CHARACTERS.

       01  EXP-SEQ-REC             PIC 9(04).

      *    SAME 50-BYTE ENVELOPE RECORDS RRBXMIT WRITES. THE RECORD
      *    IS BUILT IN WS-XMIT-WORK AND WRITTEN TO BOTH THIS RUN'S
      *    EXPXOUT AND THE DAY'S EXPXDAY.

       FD  XMIT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-REC                PIC X(50).

       FD  XMIT-DAY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-DAY-REC            PIC X(50).

       FD  EXP-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  EXP-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.

       01  ER-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  XC-FILE-STATUS          PIC X(02).
       01  EW-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  EL-FILE-STATUS          PIC X(02).
       01  ES-FILE-STATUS          PIC X(02).
       01  XM-FILE-STATUS          PIC X(02).
       01  XY-FILE-STATUS          PIC X(02).
       01  EP-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-EXPLOG-DSN           PIC X(08).

           COPY WSTMODE.

       01  WS-XREF-DEFER-SWITCH    PIC X(01)  VALUE 'N'.
           88  XREF-DEFERRED                  VALUE 'Y'.

       01  WS-SWITCHES.
           05  NO-MORE-REQUESTS    PIC X(01)  VALUE 'N'.
               88  END-OF-REQUESTS            VALUE 'Y'.
           05  NO-MORE-WORK        PIC X(01)  VALUE 'N'.
               88  END-OF-WORK                VALUE 'Y'.
           05  NO-MORE-SORTED      PIC X(01)  VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-CAT-FILE-EOF     PIC X(01)  VALUE 'N'.
               88  CAT-FILE-EOF               VALUE 'Y'.
           05  WS-SETUP-FAILED     PIC X(01)  VALUE 'N'.
               88  SETUP-FAILED               VALUE 'Y'.
           05  WS-CAT-GATE-ACTIVE  PIC X(01)  VALUE 'N'.
               88  CAT-GATE-ACTIVE            VALUE 'Y'.
           05  WS-ENVELOPE-OPEN    PIC X(01)  VALUE 'N'.
               88  ENVELOPE-OPEN              VALUE 'Y'.
           05  WS-ROW-HELD         PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(09)  VALUE ZERO.
           05  WS-REQUESTS-SCREENED    PIC 9(09)  VALUE ZERO.
           05  WS-TERMINATED-DROPPED   PIC 9(09)  VALUE ZERO.
           05  WS-CATEGORY-HELD        PIC 9(09)  VALUE ZERO.
           05  WS-CONVERT-REJECTS      PIC 9(09)  VALUE ZERO.
           05  WS-XREF-MISMATCHES      PIC 9(09)  VALUE ZERO.
           05  WS-ALREADY-SENT         PIC 9(09)  VALUE ZERO.
           05  WS-REPEAT-REQUESTS      PIC 9(09)  VALUE ZERO.
           05  WS-RELEASED             PIC 9(09)  VALUE ZERO.
           05  WS-DETAILS-WRITTEN      PIC 9(07)  VALUE ZERO.
           05  WS-BIC-GROUPS           PIC 9(02)  VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-GROUP-LEGACY         PIC 9(07)  VALUE ZERO.
           05  WS-GROUP-MBI            PIC 9(07)  VALUE ZERO.
           05  WS-DETAILS-LEGACY       PIC 9(07)  VALUE ZERO.
           05  WS-DETAILS-MBI          PIC 9(07)  VALUE ZERO.

       01  WS-CYCLE-DATE           PIC X(08)  VALUE SPACE.
       01  WS-TRANS-DATE           PIC X(08)  VALUE SPACE.

      *    THE EXPEDITED NUMBER RANGE. THE DEFAULT KEEPS THE LANE
      *    CLEAR OF THE NIGHTLY NUMBERS FOR THE FIRST 9000 NIGHTS.

       01  WS-EXP-SEQ-LOW          PIC 9(04)  VALUE 9001.
       01  WS-SEQUENCE             PIC 9(04)  VALUE ZERO.
       01  WS-CURRENT-BIC          PIC X(02)  VALUE SPACE.
       01  WS-FIRST-DETAIL         PIC X(01)  VALUE 'Y'.
       01  WS-PREV-SSA-HIC         PIC X(11)  VALUE SPACE.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

       01  WS-XCAT-COUNT           PIC 9(02)  VALUE ZERO.
       01  WS-XCAT-TABLE.
           05  WS-XCAT-ENTRY       OCCURS 50 TIMES.
               10  WS-XCAT-CAT         PIC X(02).
               10  WS-XCAT-FLAG        PIC X(01).
       01  WS-XCAT-IDX             PIC 9(02)  VALUE ZERO.
       01  WS-XCAT-MATCH           PIC 9(02)  VALUE ZERO.

      *    THE MBI-PRIMARY CUTOVER, AS RRBXMIT READS IT. THE DEFAULT
      *    DATE NEVER ARRIVES, SO NO SITEPARM ROW MEANS LEGACY.

       01  WS-MBI-CUTOVER-DATE     PIC X(08)  VALUE '99999999'.
       01  WS-MBI-PRIMARY-SWITCH   PIC X(01)  VALUE 'N'.
           88  MBI-PRIMARY-ACTIVE             VALUE 'Y'.
       01  WS-PRIMARY-MBI          PIC X(11)  VALUE SPACE.

      *    HASH-TOTAL WORK FIELDS - SAME ARITHMETIC AS RRBXMIT'S.

       01  WS-HASH-DIGITS          PIC 9(08)  VALUE ZERO.
       01  WS-GROUP-HASH           PIC 9(12)  VALUE ZERO.
       01  WS-TOTAL-HASH           PIC 9(12)  VALUE ZERO.

      *    THE ENVELOPE RECORD UNDER CONSTRUCTION, IN RRBXMIT'S
      *    LAYOUTS.

       01  WS-XMIT-WORK            PIC X(50).

       01  WS-XMIT-HEADER REDEFINES WS-XMIT-WORK.
           05  XH-RECORD-TYPE      PIC X(02).
           05  XH-TRANS-DATE       PIC X(08).
           05  XH-SEQUENCE         PIC 9(04).
           05  XH-RETRANS-IND      PIC X(01).
           05  XH-HASH-IND         PIC X(01).
           05  XH-FORMAT-IND       PIC X(01).
           05  XH-SEGMENT          PIC 9(03).
           05  XH-SEGMENT-COUNT    PIC 9(03).
           05  FILLER              PIC X(27).

       01  WS-XMIT-DETAIL REDEFINES WS-XMIT-WORK.
           05  XD-RECORD-TYPE      PIC X(02).
           05  XD-SSA-HIC          PIC X(11).
           05  XD-BIC              PIC X(02).
           05  XD-SSA-MBI          PIC X(11).
           05  XD-ATTEMPTS         PIC 9(02).

      *    THE ENRICHMENT FIELDS GO OUT AS SPACES, AS ON A
      *    RETRANSMISSION - THE QUEUED REQUEST CARRIES NO EXTRACT
      *    ROW, AND SSA MATCHES THE SEND ON THE IDENTIFIERS.

           05  XD-ENT-DATE         PIC X(08).
           05  XD-CLAIM-TYPE       PIC X(02).
           05  FILLER              PIC X(02).
           05  XD-BENE-TYPE        PIC X(02).
           05  XD-BIRTH-DATE       PIC X(08).

       01  WS-XMIT-MBI-DETAIL REDEFINES WS-XMIT-WORK.
           05  XMD-RECORD-TYPE     PIC X(02).
           05  XMD-SSA-MBI         PIC X(11).
           05  XMD-BIC             PIC X(02).
           05  XMD-SSA-HIC         PIC X(11).
           05  FILLER              PIC X(24).

       01  WS-XMIT-BIC REDEFINES WS-XMIT-WORK.
           05  XB-RECORD-TYPE      PIC X(02).
           05  XB-BIC              PIC X(02).
           05  XB-COUNT            PIC 9(07).
           05  XB-HASH             PIC 9(12).
           05  XB-LEGACY-COUNT     PIC 9(07).
           05  XB-MBI-COUNT        PIC 9(07).
           05  FILLER              PIC X(13).

       01  WS-XMIT-TRAILER REDEFINES WS-XMIT-WORK.
           05  XT-RECORD-TYPE      PIC X(02).
           05  XT-TOTAL            PIC 9(07).
           05  XT-BIC-COUNT        PIC 9(02).
           05  XT-HASH             PIC 9(12).
           05  FILLER              PIC X(27).

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(29)  VALUE
               'EXPXMIT EXPEDITED SEND   ON '.
           05  WS-RPT-DATE         PIC X(08).
           05  FILLER              PIC X(08)  VALUE '  CYCLE '.
           05  WS-RPT-CYCLE        PIC X(08).
           05  FILLER              PIC X(27)  VALUE SPACE.

      *    ONE LINE PER REQUEST - THE HIC MASKED AS EVERY OTHER
      *    OPERATIONS REPORT SHOWS IT, WHO ASKED, AND WHAT BECAME OF
      *    IT.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-HIC          PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-RPT-OPERATOR     PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-TERMINAL     PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-RPT-DISPOSITION  PIC X(40).
           05  FILLER              PIC X(11)  VALUE SPACE.

       01  WS-RPT-BIC-LINE.
           05  FILLER              PIC X(06)  VALUE 'BIC '.
           05  WS-RPT-BIC          PIC X(02).
           05  FILLER              PIC X(08)  VALUE '  COUNT '.
           05  WS-RPT-BIC-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  HIC FORM '.
           05  WS-RPT-BIC-LEGACY   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  MBI FORM '.
           05  WS-RPT-BIC-MBI      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(21)  VALUE SPACE.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER              PIC X(16)  VALUE 'TOTAL EXPEDITED '.
           05  WS-RPT-TOTAL        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)  VALUE '  BIC GROUPS'.
           05  WS-RPT-GROUPS       PIC ZZ9.
           05  FILLER              PIC X(11)  VALUE '  SEQUENCE '.
           05  WS-RPT-SEQ          PIC 9(04).
           05  FILLER              PIC X(27)  VALUE SPACE.

       01  WS-RPT-NONE-LINE        PIC X(80)  VALUE
           'NOTHING TO SEND - NO ENVELOPE CUT, NO SEQUENCE USED'.

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

      *    PARAMETERS FOR GETBDATE - SAME LAYOUT AS GETBDATE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR RRBTOSSA - SAME LAYOUT AS RRBTOSSA'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RRBTOSSA-PARAMETERS.
           05  RP-RRB-HIC              PIC  X(12).
           05  RP-SSA-HIC              PIC  X(11).
           05  RP-REJECT-REASON        PIC  X(02).
           05  RP-RANGE-VALUE          PIC  9(06).
           05  RP-RANGE-LOW            PIC  9(06).
           05  RP-RANGE-HIGH           PIC  9(06).
           05  RP-XREF-MISMATCH        PIC  X(01).
           05  RP-SSA-MBI              PIC  X(11).

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

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

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR DSCLWRT - SAME LAYOUT AS DSCLWRT'S OWN
      *    LINKAGE SECTION. EVERY DETAIL SENT IS A DISCLOSURE TO SSA.

       01  WS-DSCLWRT-PARAMETERS.
           05  DW-FUNCTION             PIC  X(01).
           05  DW-RRB-HIC              PIC  X(12).
           05  DW-SSA-HIC              PIC  X(11).
           05  DW-DISC-DATE            PIC  X(08).
           05  DW-MECHANISM            PIC  X(02).
           05  DW-RECIPIENT            PIC  X(12).
           05  DW-REFERENCE            PIC  X(12).
           05  DW-PURPOSE              PIC  X(03).
           05  DW-SOURCE-PGM           PIC  X(08).
           05  DW-RESULT               PIC  X(01).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT SETUP-FAILED
              PERFORM 2000-SCREEN-REQUESTS
                 THRU 2000-EXIT
           END-IF.

           IF  NOT SETUP-FAILED
           AND WS-REQUESTS-SCREENED > ZERO
              SORT SORT-WORK-1 ASCENDING SORT-BIC
                                         SORT-SSA-HIC
                 INPUT PROCEDURE IS 3000-CONVERT-REQUESTS
                              THRU 3000-EXIT
                 OUTPUT PROCEDURE IS 4000-BUILD-EXPEDITED
                              THRU 4000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TRANS-DATE.

           MOVE 'EXPXMIT '            TO MJ-SOURCE-PGM.

      *    THE CYCLE THE SEND IS POSTED UNDER ON ACKMAST - THE SAME
      *    BUSINESS DATE TONIGHT'S DUPLICATE GUARD COMPARES AGAINST.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-CYCLE-DATE.

           ACCEPT  WS-XREF-DEFER-SWITCH FROM  ENVIRONMENT 'XREFDEFR'.

           IF  XREF-DEFERRED
               DISPLAY 'EXPXMIT,REFUSING TO RUN - XREFDEFR=Y WOULD '
                       'LEAVE THE CROSSWALK UPDATES WITH NO XREFAPLY '
                       'STEP TO APPLY THEM'
               MOVE 'Y'                 TO WS-SETUP-FAILED
               GO TO 1000-EXIT
           END-IF.

           MOVE 'MBICUTOVER  '        TO PM-NAME.
           MOVE '99999999'            TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-VALUE (1:8) NUMERIC
              MOVE PM-VALUE (1:8)     TO WS-MBI-CUTOVER-DATE
           ELSE
              DISPLAY 'EXPXMIT,MBICUTOVER NOT A DATE,'
                      'LEGACY FORM KEPT'
           END-IF.
           IF WS-TRANS-DATE NOT < WS-MBI-CUTOVER-DATE
              MOVE 'Y'                TO WS-MBI-PRIMARY-SWITCH
           END-IF.

           MOVE 'EXPSEQLOW   '        TO PM-NAME.
           MOVE '9001'                TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF  PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 9999
              MOVE PM-NUMERIC-VALUE   TO WS-EXP-SEQ-LOW
           ELSE
              DISPLAY 'EXPXMIT,EXPSEQLOW OUT OF RANGE,9001 USED'
           END-IF.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'EXPLOGT '          TO  WS-EXPLOG-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'EXPLOG  '          TO  WS-EXPLOG-DSN
           END-IF.

           PERFORM 1100-LOAD-CATEGORY-TABLE
              THRU 1100-EXIT.

      *    THE GATE NEEDS BOTH THE SITE LIST AND THE OUTCOME MASTER,
      *    THE SAME RULE RRBXMIT APPLIES.

           IF WS-XCAT-COUNT > ZERO
              OPEN INPUT OUTCOME-MASTER-FILE
              IF OM-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-CAT-GATE-ACTIVE
              ELSE
                 DISPLAY 'EXPXMIT,UNABLE TO OPEN OUTCOME-MASTER-FILE,'
                         OM-FILE-STATUS ',CATEGORY GATE SKIPPED'
              END-IF
           END-IF.

      *    UNLIKE THE NIGHTLY BUILD, AN EXPEDITED SEND IS NEVER CUT
      *    WITHOUT THE TERMINATION SCREEN - IT CAN WAIT FOR TONIGHT.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'EXPXMIT,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y' TO WS-SETUP-FAILED
           END-IF.

           OPEN I-O ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'EXPXMIT,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              MOVE 'Y' TO WS-SETUP-FAILED
           END-IF.

      *    SAME CREATE-IF-FIRST-RUN SHAPE AS RRBTOSSA'S
      *    0300-OPEN-XREF.

           OPEN I-O EXP-LOG-FILE.

           IF  EL-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT EXP-LOG-FILE
               CLOSE       EXP-LOG-FILE
               OPEN I-O    EXP-LOG-FILE
           END-IF.

           IF EL-FILE-STATUS NOT = '00'
              DISPLAY 'EXPXMIT,UNABLE TO OPEN EXPLOG,'
                      EL-FILE-STATUS
              MOVE 'Y' TO WS-SETUP-FAILED
           END-IF.

           IF SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT EXP-RPT-FILE.

           MOVE WS-TRANS-DATE         TO WS-RPT-DATE.
           MOVE WS-CYCLE-DATE         TO WS-RPT-CYCLE.
           MOVE WS-RPT-HEADER-LINE    TO EXP-RPT-REC.
           WRITE EXP-RPT-REC.

       1000-EXIT.
           EXIT.

      *    LOADS THE SITE LIST OF TRANSMITTABLE STATUS CATEGORIES.
      *    AN ABSENT OR EMPTY LIST LEAVES THE GATE OFF.

       1100-LOAD-CATEGORY-TABLE.

           OPEN INPUT XMIT-CAT-FILE.

           IF XC-FILE-STATUS NOT = '00'
              CLOSE XMIT-CAT-FILE
              GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL CAT-FILE-EOF
               READ XMIT-CAT-FILE
                 AT END
                   MOVE 'Y' TO WS-CAT-FILE-EOF
                 NOT AT END
                   IF WS-XCAT-COUNT >= 50
                      DISPLAY 'EXPXMIT,XMITCAT ROWS EXCEED TABLE '
                              'MAX 50,ROW IGNORED,' XC-STATUS-CAT
                   ELSE
                      ADD 1            TO WS-XCAT-COUNT
                      MOVE XC-STATUS-CAT
                                       TO WS-XCAT-CAT (WS-XCAT-COUNT)
                      MOVE XC-TRANSMIT-FLAG
                                       TO WS-XCAT-FLAG (WS-XCAT-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XMIT-CAT-FILE.

       1100-EXIT.
           EXIT.

      *    PASS ONE - SCREENS EACH QUEUED REQUEST AGAINST THE
      *    CROSSWALK'S TERMINATION STATUS AND THE CATEGORY GATE, AND
      *    HOLDS THE SURVIVORS ON EXPWK. THE CROSSWALK IS CLOSED ON
      *    THE WAY OUT - RRBTOSSA OPENS IT FOR UPDATE IN PASS TWO.

       2000-SCREEN-REQUESTS.

           OPEN INPUT  EXP-REQUEST-FILE.
           OPEN OUTPUT EXP-WORK-FILE.

           IF ER-FILE-STATUS NOT = '00'
              MOVE 'Y'                TO NO-MORE-REQUESTS
           END-IF.

           PERFORM UNTIL END-OF-REQUESTS
               READ EXP-REQUEST-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-REQUESTS
                 NOT AT END
                   IF ER-RRB-HIC NOT = SPACE
                      ADD 1           TO WS-REQUESTS-READ
                      PERFORM 2100-SCREEN-ONE-REQUEST
                         THRU 2100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE EXP-REQUEST-FILE
                 EXP-WORK-FILE.

           CLOSE HIC-XREF-FILE.
           IF CAT-GATE-ACTIVE
              CLOSE OUTCOME-MASTER-FILE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-SCREEN-ONE-REQUEST.

           MOVE ER-RRB-HIC            TO MH-VALUE-IN.
           MOVE ER-OPERATOR           TO WS-RPT-OPERATOR.
           MOVE ER-TERMINAL           TO WS-RPT-TERMINAL.

      *    A HIC WITH NO CROSSWALK RECORD IS A FIRST CONVERSION AND
      *    IS NOT SCREENED OUT - THE NIGHTLY BUILD'S RULE.

           MOVE ER-RRB-HIC            TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF HX-TERM-STATUS NOT = SPACE
                  ADD 1               TO WS-TERMINATED-DROPPED
                  MOVE 'NOT SENT - BENEFICIARY TERMINATED'
                                      TO WS-RPT-DISPOSITION
                  PERFORM 7000-WRITE-DISPOSITION
                     THRU 7000-EXIT
                  GO TO 2100-EXIT
               END-IF
           END-READ.

           PERFORM 2200-CHECK-CATEGORY
              THRU 2200-EXIT.

           IF WS-ROW-HELD = 'Y'
              ADD 1                   TO WS-CATEGORY-HELD
              MOVE 'NOT SENT - CATEGORY NOT TRANSMITTABLE'
                                      TO WS-RPT-DISPOSITION
              PERFORM 7000-WRITE-DISPOSITION
                 THRU 7000-EXIT
              GO TO 2100-EXIT
           END-IF.

           MOVE EXP-REQUEST-REC       TO EXP-WORK-REC.
           WRITE EXP-WORK-REC.
           ADD 1                      TO WS-REQUESTS-SCREENED.

       2100-EXIT.
           EXIT.

      *    THE CATEGORY GATE, RRBXMIT'S 2500-CHECK-CATEGORY RULE - AN
      *    UNCATEGORIZED STATUS OR A CATEGORY NOT FLAGGED 'Y' IS
      *    WITHHELD, A HIC WITH NO OUTCOME RECORD IS NOT.

       2200-CHECK-CATEGORY.

           MOVE 'N'                   TO WS-ROW-HELD.

           IF NOT CAT-GATE-ACTIVE
              GO TO 2200-EXIT
           END-IF.

           MOVE ER-RRB-HIC            TO OM-RRB-HIC.

           READ OUTCOME-MASTER-FILE
             INVALID KEY
               GO TO 2200-EXIT
           END-READ.

           MOVE ZERO                  TO WS-XCAT-MATCH.

           IF OM-CUR-STAT-RET-CD = 'A'
              PERFORM VARYING WS-XCAT-IDX FROM 1 BY 1
                        UNTIL WS-XCAT-IDX > WS-XCAT-COUNT
                  IF WS-XCAT-CAT (WS-XCAT-IDX) = OM-CUR-STATUS-CAT
                     MOVE WS-XCAT-IDX    TO WS-XCAT-MATCH
                     MOVE WS-XCAT-COUNT  TO WS-XCAT-IDX
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-XCAT-MATCH > ZERO
              IF WS-XCAT-FLAG (WS-XCAT-MATCH) = 'Y'
                 GO TO 2200-EXIT
              END-IF
           END-IF.

           MOVE 'Y'                   TO WS-ROW-HELD.

       2200-EXIT.
           EXIT.

      *    PASS TWO - CONVERTS EACH SCREENED REQUEST IN IMMEDIATE
      *    MODE AND RELEASES THE ONES THAT MAY GO OUT NOW.

       3000-CONVERT-REQUESTS.

           OPEN INPUT EXP-WORK-FILE.

           PERFORM UNTIL END-OF-WORK
               READ EXP-WORK-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-WORK
                 NOT AT END
                   PERFORM 3100-CONVERT-ONE-REQUEST
                      THRU 3100-EXIT
               END-READ
           END-PERFORM.

           CLOSE EXP-WORK-FILE.

       3000-EXIT.
           EXIT.

       3100-CONVERT-ONE-REQUEST.

           MOVE EW-RRB-HIC            TO MH-VALUE-IN.
           MOVE EW-OPERATOR           TO WS-RPT-OPERATOR.
           MOVE EW-TERMINAL           TO WS-RPT-TERMINAL.

           MOVE EW-RRB-HIC            TO RP-RRB-HIC.
           MOVE SPACE                 TO RP-SSA-HIC.
           MOVE SPACE                 TO RP-REJECT-REASON.
           CALL 'RRBTOSSA' USING WS-RRBTOSSA-PARAMETERS.

           IF RP-SSA-HIC = SPACE
              ADD 1                   TO WS-CONVERT-REJECTS
              MOVE 'NOT SENT - CONVERSION REJECT, REASON '
                                      TO WS-RPT-DISPOSITION
              MOVE RP-REJECT-REASON   TO WS-RPT-DISPOSITION (38:2)
              PERFORM 7000-WRITE-DISPOSITION
                 THRU 7000-EXIT
              GO TO 3100-EXIT
           END-IF.

           IF RP-XREF-MISMATCH = 'Y'
              ADD 1                   TO WS-XREF-MISMATCHES
              MOVE 'NOT SENT - CROSSWALK MISMATCH, FOR REVIEW'
                                      TO WS-RPT-DISPOSITION
              PERFORM 7000-WRITE-DISPOSITION
                 THRU 7000-EXIT
              GO TO 3100-EXIT
           END-IF.

      *    ALREADY PENDING OR ACCEPTED UNDER THIS CYCLE - SENT EARLIER
      *    TODAY BY THIS LANE, OR BY A NIGHTLY BUILD FOR THE SAME
      *    BUSINESS DATE. THE SAME RULE AS RRBXMIT'S DUPLICATE GUARD.

           MOVE ZERO                  TO SORT-ATTEMPTS.
           MOVE RP-SSA-HIC            TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF  AK-SENT-DATE = WS-CYCLE-DATE
               AND (AK-PENDING OR AK-ACCEPTED)
                   ADD 1              TO WS-ALREADY-SENT
                   MOVE 'NOT SENT - ALREADY SENT THIS CYCLE'
                                      TO WS-RPT-DISPOSITION
                   PERFORM 7000-WRITE-DISPOSITION
                      THRU 7000-EXIT
                   GO TO 3100-EXIT
               END-IF
               IF AK-ATTEMPTS NUMERIC
                  MOVE AK-ATTEMPTS    TO SORT-ATTEMPTS
               END-IF
           END-READ.

           MOVE RP-SSA-HIC (10:2)     TO SORT-BIC.
           MOVE RP-SSA-HIC            TO SORT-SSA-HIC.
           MOVE EW-RRB-HIC            TO SORT-RRB-HIC.
           MOVE RP-SSA-MBI            TO SORT-SSA-MBI.
           MOVE EW-OPERATOR           TO SORT-OPERATOR.
           MOVE EW-TERMINAL           TO SORT-TERMINAL.
           MOVE EW-REQ-TIME           TO SORT-REQ-TIME.
           RELEASE SORT-RECORD-1.
           ADD 1                      TO WS-RELEASED.

       3100-EXIT.
           EXIT.

      *    WRITES THE EXPEDITED ENVELOPE IN BIC ORDER. THE ENVELOPE IS
      *    OPENED - AND THE SEQUENCE ROLLED - ONLY WHEN THE FIRST
      *    DETAIL ARRIVES.

       4000-BUILD-EXPEDITED.

           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-1
                 AT END
                   MOVE 'Y'            TO NO-MORE-SORTED
                   PERFORM 4200-CLOSE-BIC-GROUP
                      THRU 4200-EXIT
                 NOT AT END
                   PERFORM 4500-WRITE-DETAIL
                      THRU 4500-EXIT
               END-RETURN
           END-PERFORM.

           IF ENVELOPE-OPEN
              MOVE SPACE              TO WS-XMIT-WORK
              MOVE 'XT'               TO XT-RECORD-TYPE
              MOVE WS-DETAILS-WRITTEN TO XT-TOTAL
              MOVE WS-BIC-GROUPS      TO XT-BIC-COUNT
              MOVE WS-TOTAL-HASH      TO XT-HASH
              PERFORM 4600-PUT-ENVELOPE-RECORD
                 THRU 4600-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

      *    ROLLS EXPSEQ INSIDE THE EXPEDITED RANGE AND WRITES THE XH
      *    TO BOTH FILES. AN ABSENT OPTIONAL FILE OPENS WITH '05' AND
      *    IS STILL OPEN - CLOSED HERE SO THE COMMIT'S OPEN OUTPUT DOES
      *    NOT FAIL 41 ON THE LANE'S FIRST SEND.

       4100-OPEN-ENVELOPE.

           MOVE ZERO                  TO WS-SEQUENCE.

           OPEN INPUT EXP-SEQ-FILE.

           IF ES-FILE-STATUS = '00'
              READ EXP-SEQ-FILE
                 AT END CONTINUE
                 NOT AT END
                   IF EXP-SEQ-REC NUMERIC
                      MOVE EXP-SEQ-REC TO WS-SEQUENCE
                   END-IF
              END-READ
           END-IF.
           CLOSE EXP-SEQ-FILE.

           IF  WS-SEQUENCE NOT < WS-EXP-SEQ-LOW
           AND WS-SEQUENCE < 9999
              ADD 1                   TO WS-SEQUENCE
           ELSE
              MOVE WS-EXP-SEQ-LOW     TO WS-SEQUENCE
           END-IF.

           OPEN OUTPUT EXP-SEQ-FILE.
           MOVE WS-SEQUENCE           TO EXP-SEQ-REC.
           WRITE EXP-SEQ-REC.
           CLOSE EXP-SEQ-FILE.

           OPEN OUTPUT XMIT-FILE.

           OPEN EXTEND XMIT-DAY-FILE.
           IF  XY-FILE-STATUS NOT = '00'
           AND XY-FILE-STATUS NOT = '05'
               OPEN OUTPUT XMIT-DAY-FILE
           END-IF.

           MOVE 'Y'                   TO WS-ENVELOPE-OPEN.

           MOVE SPACE                 TO WS-XMIT-WORK.
           MOVE 'XH'                  TO XH-RECORD-TYPE.
           MOVE WS-TRANS-DATE         TO XH-TRANS-DATE.
           MOVE WS-SEQUENCE           TO XH-SEQUENCE.
           MOVE 'E'                   TO XH-RETRANS-IND.
           MOVE 'H'                   TO XH-HASH-IND.
           IF MBI-PRIMARY-ACTIVE
              MOVE 'M'                TO XH-FORMAT-IND
           END-IF.
           MOVE 1                     TO XH-SEGMENT.
           MOVE 1                     TO XH-SEGMENT-COUNT.
           PERFORM 4600-PUT-ENVELOPE-RECORD
              THRU 4600-EXIT.

       4100-EXIT.
           EXIT.

       4200-CLOSE-BIC-GROUP.

           IF  WS-FIRST-DETAIL = 'N'
           AND WS-GROUP-COUNT > ZERO
               MOVE SPACE              TO WS-XMIT-WORK
               MOVE 'XB'               TO XB-RECORD-TYPE
               MOVE WS-CURRENT-BIC     TO XB-BIC
               MOVE WS-GROUP-COUNT     TO XB-COUNT
               MOVE WS-GROUP-HASH      TO XB-HASH
               MOVE WS-GROUP-LEGACY    TO XB-LEGACY-COUNT
               MOVE WS-GROUP-MBI       TO XB-MBI-COUNT
               PERFORM 4600-PUT-ENVELOPE-RECORD
                  THRU 4600-EXIT
               ADD 1                   TO WS-BIC-GROUPS

               MOVE WS-CURRENT-BIC     TO WS-RPT-BIC
               MOVE WS-GROUP-COUNT     TO WS-RPT-BIC-COUNT
               MOVE WS-GROUP-LEGACY    TO WS-RPT-BIC-LEGACY
               MOVE WS-GROUP-MBI       TO WS-RPT-BIC-MBI
               MOVE WS-RPT-BIC-LINE    TO EXP-RPT-REC
               WRITE EXP-RPT-REC
           END-IF.

       4200-EXIT.
           EXIT.

      *    POSTS THE SEND TO ACKMAST AS A NIGHTLY SEND WOULD BE POSTED
      *    - PENDING, THIS CYCLE'S SENT DATE, ATTEMPTS BUMPED - AND
      *    LOGS IT ON EXPLOG FOR THE NIGHTLY BUILD'S GUARD.

       4300-UPDATE-MASTERS.

           MOVE 'ACKMAST '            TO MJ-FILE-ID.
           MOVE SORT-SSA-HIC          TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
             INVALID KEY
               MOVE SORT-RRB-HIC      TO AK-RRB-HIC
               MOVE WS-CYCLE-DATE     TO AK-SENT-DATE
               SET  AK-PENDING        TO TRUE
               MOVE SPACE             TO AK-ACK-REASON
               MOVE SPACE             TO AK-ACK-DATE
               MOVE SORT-SSA-MBI      TO AK-SSA-MBI
               COMPUTE AK-ATTEMPTS = SORT-ATTEMPTS + 1
               MOVE SPACE             TO AK-REPLACE-FLAG
               WRITE ACK-MASTER-REC
               MOVE 'W'               TO MJ-ACTION
               MOVE ACK-MASTER-REC    TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
             NOT INVALID KEY
               MOVE SORT-RRB-HIC      TO AK-RRB-HIC
               MOVE WS-CYCLE-DATE     TO AK-SENT-DATE
               SET  AK-PENDING        TO TRUE
               MOVE SPACE             TO AK-ACK-REASON
               MOVE SPACE             TO AK-ACK-DATE
               COMPUTE AK-ATTEMPTS = SORT-ATTEMPTS + 1
               REWRITE ACK-MASTER-REC
               MOVE 'R'               TO MJ-ACTION
               MOVE ACK-MASTER-REC    TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-READ.

           MOVE 'EXPLOG  '            TO MJ-FILE-ID.
           MOVE SORT-SSA-HIC          TO EL-SSA-HIC.

           READ EXP-LOG-FILE
             INVALID KEY
               MOVE 'W'               TO MJ-ACTION
             NOT INVALID KEY
               MOVE 'R'               TO MJ-ACTION
           END-READ.

           MOVE SPACE                 TO EXPEDITE-LOG-REC.
           MOVE SORT-SSA-HIC          TO EL-SSA-HIC.
           MOVE SORT-RRB-HIC          TO EL-RRB-HIC.
           MOVE WS-CYCLE-DATE         TO EL-SENT-DATE.
           MOVE WS-SEQUENCE           TO EL-SEQUENCE.
           MOVE SORT-OPERATOR         TO EL-OPERATOR.
           MOVE SORT-TERMINAL         TO EL-TERMINAL.
           MOVE SORT-REQ-TIME         TO EL-REQ-TIME.

           IF MJ-ACTION = 'W'
              WRITE EXPEDITE-LOG-REC
           ELSE
              REWRITE EXPEDITE-LOG-REC
           END-IF.
           MOVE EXPEDITE-LOG-REC      TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

       4300-EXIT.
           EXIT.

      *    PAST THE CUTOVER, A DETAIL WHOSE CROSSWALK MBI PASSES
      *    MBIEDIT GOES OUT MBI-PRIMARY; ANYTHING ELSE STAYS LEGACY.

       4400-CHOOSE-DETAIL-FORM.

           MOVE SPACE                 TO WS-PRIMARY-MBI.

           IF NOT MBI-PRIMARY-ACTIVE
           OR SORT-SSA-MBI = SPACE
              GO TO 4400-EXIT
           END-IF.

           MOVE SORT-SSA-MBI          TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF ME-MBI-VALID
              MOVE SORT-SSA-MBI       TO WS-PRIMARY-MBI
           END-IF.

       4400-EXIT.
           EXIT.

      *    ONE SORTED REQUEST. THE SAME HIC FLAGGED TWICE SINCE THE
      *    LAST RUN GOES OUT ONCE.

       4500-WRITE-DETAIL.

           MOVE SORT-RRB-HIC          TO MH-VALUE-IN.
           MOVE SORT-OPERATOR         TO WS-RPT-OPERATOR.
           MOVE SORT-TERMINAL         TO WS-RPT-TERMINAL.

           IF  WS-FIRST-DETAIL = 'N'
           AND SORT-SSA-HIC = WS-PREV-SSA-HIC
               ADD 1                   TO WS-REPEAT-REQUESTS
               MOVE 'NOT SENT - REPEAT OF AN EARLIER REQUEST'
                                       TO WS-RPT-DISPOSITION
               PERFORM 7000-WRITE-DISPOSITION
                  THRU 7000-EXIT
               GO TO 4500-EXIT
           END-IF.

           IF NOT ENVELOPE-OPEN
              PERFORM 4100-OPEN-ENVELOPE
                 THRU 4100-EXIT
           END-IF.

           IF WS-FIRST-DETAIL = 'Y'
           OR SORT-BIC NOT = WS-CURRENT-BIC
              PERFORM 4200-CLOSE-BIC-GROUP
                 THRU 4200-EXIT
              MOVE 'N'                 TO WS-FIRST-DETAIL
              MOVE SORT-BIC            TO WS-CURRENT-BIC
              MOVE ZERO                TO WS-GROUP-COUNT
              MOVE ZERO                TO WS-GROUP-LEGACY
              MOVE ZERO                TO WS-GROUP-MBI
              MOVE ZERO                TO WS-GROUP-HASH
           END-IF.

           MOVE SORT-SSA-HIC           TO WS-PREV-SSA-HIC.

           PERFORM 4300-UPDATE-MASTERS
              THRU 4300-EXIT.
           PERFORM 4400-CHOOSE-DETAIL-FORM
              THRU 4400-EXIT.

           MOVE SPACE                  TO WS-XMIT-WORK.
           IF WS-PRIMARY-MBI NOT = SPACE
              MOVE 'XM'                TO XMD-RECORD-TYPE
              MOVE WS-PRIMARY-MBI      TO XMD-SSA-MBI
              MOVE SORT-SSA-HIC        TO XMD-SSA-HIC
              MOVE SORT-BIC            TO XMD-BIC
              ADD 1                    TO WS-GROUP-MBI
              ADD 1                    TO WS-DETAILS-MBI
           ELSE
              MOVE 'XD'                TO XD-RECORD-TYPE
              MOVE SORT-SSA-HIC        TO XD-SSA-HIC
              MOVE SORT-BIC            TO XD-BIC
              MOVE SORT-SSA-MBI        TO XD-SSA-MBI
              ADD 1                    TO WS-GROUP-LEGACY
              ADD 1                    TO WS-DETAILS-LEGACY
           END-IF.
           COMPUTE XD-ATTEMPTS = SORT-ATTEMPTS + 1.
           PERFORM 4600-PUT-ENVELOPE-RECORD
              THRU 4600-EXIT.

           IF SORT-SSA-HIC (2:8) NUMERIC
              MOVE SORT-SSA-HIC (2:8)  TO WS-HASH-DIGITS
              ADD WS-HASH-DIGITS       TO WS-GROUP-HASH
              ADD WS-HASH-DIGITS       TO WS-TOTAL-HASH
           END-IF.
           ADD 1                       TO WS-DETAILS-WRITTEN.
           ADD 1                       TO WS-GROUP-COUNT.

           MOVE 'SENT EXPEDITED'       TO WS-RPT-DISPOSITION.
           PERFORM 7000-WRITE-DISPOSITION
              THRU 7000-EXIT.

           MOVE 'W'                    TO DW-FUNCTION.
           MOVE SORT-RRB-HIC           TO DW-RRB-HIC.
           MOVE SORT-SSA-HIC           TO DW-SSA-HIC.
           MOVE WS-CYCLE-DATE          TO DW-DISC-DATE.
           MOVE 'XE'                   TO DW-MECHANISM.
           MOVE 'SSA'                  TO DW-RECIPIENT.
           MOVE WS-SEQUENCE            TO DW-REFERENCE.
           MOVE 'ENT'                  TO DW-PURPOSE.
           MOVE 'EXPXMIT '             TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       4500-EXIT.
           EXIT.

       4600-PUT-ENVELOPE-RECORD.

           WRITE XMIT-REC              FROM WS-XMIT-WORK.
           WRITE XMIT-DAY-REC          FROM WS-XMIT-WORK.

       4600-EXIT.
           EXIT.

      *    ONE REPORT LINE FOR THE REQUEST WHOSE RRB HIC IS IN
      *    MH-VALUE-IN, WITH WS-RPT-DISPOSITION SAYING WHAT HAPPENED.

       7000-WRITE-DISPOSITION.

           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-RPT-HIC.
           MOVE WS-RPT-DETAIL-LINE    TO EXP-RPT-REC.
           WRITE EXP-RPT-REC.
           MOVE SPACE                 TO WS-RPT-DISPOSITION.

       7000-EXIT.
           EXIT.

       8000-TERMINATE.

           IF ENVELOPE-OPEN
              CLOSE XMIT-FILE
                    XMIT-DAY-FILE
              MOVE 'C'                TO DW-FUNCTION
              MOVE 'EXPXMIT '         TO DW-SOURCE-PGM
              CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS
           END-IF.

           IF NOT SETUP-FAILED
              IF ENVELOPE-OPEN
                 MOVE WS-DETAILS-WRITTEN TO WS-RPT-TOTAL
                 MOVE WS-BIC-GROUPS   TO WS-RPT-GROUPS
                 MOVE WS-SEQUENCE     TO WS-RPT-SEQ
                 MOVE WS-RPT-TOTAL-LINE TO EXP-RPT-REC
              ELSE
                 MOVE WS-RPT-NONE-LINE TO EXP-RPT-REC
              END-IF
              WRITE EXP-RPT-REC
              CLOSE EXP-RPT-FILE
           END-IF.

           IF AK-FILE-STATUS = '00' OR AK-FILE-STATUS = '10'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF EL-FILE-STATUS = '00' OR EL-FILE-STATUS = '10'
              CLOSE EXP-LOG-FILE
           END-IF.

      *    A SETUP FAILURE CAN LEAVE THE CROSSWALK AND OUTCOME MASTER
      *    OPEN - PASS ONE NEVER RAN TO CLOSE THEM.

           IF SETUP-FAILED
              IF HX-FILE-STATUS = '00'
                 CLOSE HIC-XREF-FILE
              END-IF
              IF CAT-GATE-ACTIVE
                 CLOSE OUTCOME-MASTER-FILE
              END-IF
           END-IF.

           DISPLAY 'EXPXMIT,REQUESTS READ,' WS-REQUESTS-READ.
           DISPLAY 'EXPXMIT,TERMINATED DROPPED,'
                   WS-TERMINATED-DROPPED.
           DISPLAY 'EXPXMIT,CATEGORY WITHHELD,' WS-CATEGORY-HELD.
           DISPLAY 'EXPXMIT,CONVERSION REJECTS,' WS-CONVERT-REJECTS.
           DISPLAY 'EXPXMIT,CROSSWALK MISMATCHES,'
                   WS-XREF-MISMATCHES.
           DISPLAY 'EXPXMIT,ALREADY SENT THIS CYCLE,'
                   WS-ALREADY-SENT.
           DISPLAY 'EXPXMIT,REPEAT REQUESTS,' WS-REPEAT-REQUESTS.
           DISPLAY 'EXPXMIT,DETAILS SENT,' WS-DETAILS-WRITTEN.
           DISPLAY 'EXPXMIT,LEGACY (XD) DETAILS,' WS-DETAILS-LEGACY.
           DISPLAY 'EXPXMIT,MBI-PRIMARY (XM) DETAILS,'
                   WS-DETAILS-MBI.
           IF ENVELOPE-OPEN
              DISPLAY 'EXPXMIT,SEQUENCE,' WS-SEQUENCE
           ELSE
              DISPLAY 'EXPXMIT,NO ENVELOPE CUT'
           END-IF.

           MOVE 'EXPXMIT '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'EXPIN   '            TO RL-INPUT-DDNAME.
           MOVE WS-REQUESTS-READ      TO RL-RECORDS-READ.
           MOVE WS-DETAILS-WRITTEN    TO RL-RECORDS-ACCEPTED.
           COMPUTE RL-RECORDS-REJECTED = WS-CONVERT-REJECTS
                                       + WS-XREF-MISMATCHES.
           EVALUATE TRUE
             WHEN SETUP-FAILED
               MOVE 08                TO RL-SEVERITY
             WHEN WS-CONVERT-REJECTS > ZERO
             WHEN WS-XREF-MISMATCHES > ZERO
               MOVE 04                TO RL-SEVERITY
             WHEN OTHER
               MOVE 00                TO RL-SEVERITY
           END-EVALUATE.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
