       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTREFR.
       AUTHOR. CHRISTIAN STRAMA.

      * CONSISTENT, ANONYMIZED REFRESH OF THE TEST-SCOPED MASTERS.
      * TESTGEN AND ANONEXT GIVE US TEST EXTRACTS, BUT THE BTCHTEST
      * MASTERS (HICXREFT, SSAXREFT, ACKMASTT, OUTCMSTT) WERE HAND-
      * BUILT LONG AGO AND NO LONGER LINE UP WITH EACH OTHER, SO AN
      * END-TO-END TEST OF SSAACK, RRBRWRK OR RSRCHPKT FAILED ON BAD
      * TEST DATA RATHER THAN BAD CODE. THIS UTILITY TAKES A SAMPLE
      * OF BENEFICIARIES FROM THE PRODUCTION CROSSWALK AND PULLS
      * EACH ONE'S RECORDS FROM HICXREF, SSAXREF, ACKMAST AND
      * OUTCMAST TOGETHER, ANONYMIZES THEM, AND LOADS THE FOUR TEST
      * MASTERS FROM SCRATCH.
      *
      * CONTROL CARD (REFRCTL, ONE 9-BYTE RECORD):
      *   MODE(1) PERCENT(3) LIMIT(5)
      *     P - A RANDOM PERCENT OF THE CROSSWALK, SWEPT IN KEY ORDER
      *     L - THE RRB HICS LISTED ON REFRLST, ONE PER 12-BYTE RECORD
      *   LIMIT CAPS THE SAMPLE (ZERO OR ABOVE 5000 MEANS 5000).
      *
      * ANONYMIZATION IS CONSISTENT ACROSS ALL FOUR MASTERS - ONE RRB
      * HIC MAPS TO ONE FAKE RRB HIC EVERYWHERE, AND LIKEWISE EVERY
      * SSA HIC AND EVERY MBI, SO THE TEST MASTERS MATCH EACH OTHER
      * EXACTLY AS THE PRODUCTION ONES DO:
      *   - A FAKE RRB HIC KEEPS ITS PREFIX, ITS LENGTH AND ITS FIRST
      *     BODY DIGIT (ANONEXT'S RULES); EVERY OTHER DIGIT IS FRESH
      *     RANDOM. ITS SSA HIC IS WHAT RRBTOSS5 CONVERTS THE FAKE TO,
      *     SO THE TEST CHAIN RECOMPUTES THE VERY SSA HIC THE TEST
      *     MASTERS CARRY; A FAKE THAT WOULD NOT CONVERT IS DRAWN
      *     AGAIN.
      *   - ANY OTHER SSA HIC (AN OUTCMAST PRIOR SET, A CROSSWALK KEY
      *     THAT DOES NOT CONVERT) KEEPS ITS FIRST BYTE AND BIC AND
      *     TAKES RANDOM DIGITS.
      *   - A FAKE MBI IS DRAWN FRESH TO THE MBIEDIT FORMAT.
      * NO FAKE IS EVER DERIVED FROM THE REAL VALUE, AND NO FAKE IS
      * HANDED OUT TWICE. DATES, STATUSES, REASONS, FLAGS AND
      * COUNTERS ARE NOT IDENTIFIERS AND ARE CARRIED AS THEY ARE.
      *
      * THE ACKMAST RECORD IS FOUND THE WAY POPSTAT FINDS IT - UNDER
      * THE CROSSWALK'S SSA HIC, OR FAILING THAT UNDER THE SSA HIC OF
      * THE LATEST OUTCMAST CONVERSION, AND ONLY IF IT CARRIES THIS
      * RRB HIC. AN SSAXREF RECORD BELONGING TO SOMEONE ELSE (A
      * COLLISION) IS NOT CARRIED; THE COMPANION RECORD IS BUILT
      * FROM THE CROSSWALK INSTEAD, AS SSAXBLD WOULD.
      *
      * TWO TEST INPUTS ARE WRITTEN TO MATCH THE NEW MASTERS:
      *   REFRXTR - A LABELED 12-BYTE RRBFILE EXTRACT OF THE SAMPLED
      *             BENEFICIARIES STILL ACTIVE, WITH THE 'RHS'
      *             REHEARSAL SOURCE CODE (RRBSPLIT REFUSES IT
      *             OUTSIDE BTCHTEST) AND A COUNT TRAILER
      *   REFRACK - AN ACKIN RETURN FILE REPLAYING EACH SAMPLED
      *             ACCEPTED OR REJECTED ACKNOWLEDGMENT, WITH THE 'AT'
      *             COUNT AND HASH TRAILER SSAACK VERIFIES
      *
      * THE LOAD IS A NEW BASE IMAGE, NOT AN UPDATE, SO IT IS NOT
      * JOURNALED (SEE MSTJRNL). THE UTILITY ONLY RUNS UNDER
      * BTCHTEST - IT WRITES THE TEST-SCOPED MASTERS AND READS REAL
      * BENEFICIARY DATA - AND NO REAL IDENTIFIER IS EVER DISPLAYED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTROL-FILE    ASSIGN TO REFRCTL
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LIST-FILE
                                  ASSIGN TO REFRLST
                                  FILE STATUS IS LS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE PRODUCTION MASTERS, READ ONLY.

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

           SELECT OUTCOME-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

      *    THE TEST-SCOPED MASTERS, LOADED FROM SCRATCH.

           SELECT TEST-HXRF-FILE  ASSIGN TO WS-HICXREFT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TH-RRB-HIC
                                  FILE STATUS IS TH-FILE-STATUS.

           SELECT TEST-SXRF-FILE  ASSIGN TO WS-SSAXREFT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TS-SSA-HIC
                                  FILE STATUS IS TS-FILE-STATUS.

           SELECT TEST-ACKM-FILE  ASSIGN TO WS-ACKMASTT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TA-SSA-HIC
                                  FILE STATUS IS TA-FILE-STATUS.

           SELECT TEST-OUTC-FILE  ASSIGN TO WS-OUTCMSTT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TO-RRB-HIC
                                  FILE STATUS IS TO-FILE-STATUS.

           SELECT EXTRACT-OUT-FILE
                                  ASSIGN TO REFRXTR
                                  FILE STATUS IS XO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACK-OUT-FILE    ASSIGN TO REFRACK
                                  FILE STATUS IS AO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  CONTROL-REC.
           05  CT-MODE                 PIC  X(01).
               88  CT-BY-PERCENT                   VALUE 'P'.
               88  CT-BY-LIST                      VALUE 'L'.
           05  CT-PERCENT              PIC  9(03).
           05  CT-LIMIT                PIC  9(05).

       FD  LIST-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  LIST-REC.
           05  LS-RRB-HIC              PIC  X(12).

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

       FD  SSA-XREF-FILE.

       01  SSA-XREF-REC.
           05  SX-SSA-HIC              PIC  X(11).
           05  SX-RRB-HIC              PIC  X(12).
           05  SX-SSA-MBI              PIC  X(11).
           05  SX-SSA-BIC              PIC  X(02).
           05  SX-LAST-SEEN            PIC  X(26).

       FD  ACK-MASTER-FILE.

       01  ACK-MASTER-REC.
           05  AK-SSA-HIC          PIC X(11).
           05  AK-RRB-HIC          PIC X(12).
           05  AK-SENT-DATE        PIC X(08).
           05  AK-ACK-STATUS       PIC X(01).
               88  AK-ACCEPTED                VALUE 'A'.
               88  AK-REJECTED                VALUE 'R'.
           05  AK-ACK-REASON       PIC X(03).
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

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

      *    TEST MASTER RECORDS - THE SAME LAYOUTS, KEYS ONLY NAMED.

       FD  TEST-HXRF-FILE.

       01  TEST-HXRF-REC.
           05  TH-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  TEST-SXRF-FILE.

       01  TEST-SXRF-REC.
           05  TS-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(51).

       FD  TEST-ACKM-FILE.

       01  TEST-ACKM-REC.
           05  TA-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(46).

       FD  TEST-OUTC-FILE.

       01  TEST-OUTC-REC.
           05  TO-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(50).

       FD  EXTRACT-OUT-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  EXTRACT-OUT-REC             PIC  X(12).

      *    SSAACK'S ACKIN LAYOUT AND ITS 'AT' TRAILER VIEW.

       FD  ACK-OUT-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  ACK-OUT-REC.
           05  AO-SSA-HIC          PIC X(11).
           05  AO-STATUS           PIC X(01).
           05  AO-REASON           PIC X(03).
           05  AO-ACK-DATE         PIC X(08).
           05  AO-SSA-MBI          PIC X(11).

       01  ACK-OUT-TRL REDEFINES ACK-OUT-REC.
           05  AO-RECORD-TYPE      PIC X(02).
           05  AO-COUNT            PIC 9(07).
           05  AO-HASH             PIC 9(12).
           05  FILLER              PIC X(13).

       WORKING-STORAGE SECTION.

       01  CT-FILE-STATUS          PIC X(02).
       01  LS-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  SX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  TH-FILE-STATUS          PIC X(02).
       01  TS-FILE-STATUS          PIC X(02).
       01  TA-FILE-STATUS          PIC X(02).
       01  TO-FILE-STATUS          PIC X(02).
       01  XO-FILE-STATUS          PIC X(02).
       01  AO-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08)  VALUE 'HICXREF '.
       01  WS-SSAXREF-DSN          PIC X(08)  VALUE 'SSAXREF '.
       01  WS-ACKMAST-DSN          PIC X(08)  VALUE 'ACKMAST '.
       01  WS-OUTCMAST-DSN         PIC X(08)  VALUE 'OUTCMAST'.
       01  WS-HICXREFT-DSN         PIC X(08)  VALUE 'HICXREFT'.
       01  WS-SSAXREFT-DSN         PIC X(08)  VALUE 'SSAXREFT'.
       01  WS-ACKMASTT-DSN         PIC X(08)  VALUE 'ACKMASTT'.
       01  WS-OUTCMSTT-DSN         PIC X(08)  VALUE 'OUTCMSTT'.

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-NO-MORE-INPUT    PIC X(01)  VALUE 'N'.
               88  END-OF-INPUT               VALUE 'Y'.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  WS-SXRF-OPEN        PIC X(01)  VALUE 'N'.
           05  WS-ACKM-OPEN        PIC X(01)  VALUE 'N'.
           05  WS-OUTC-OPEN        PIC X(01)  VALUE 'N'.
           05  WS-ACK-FOUND        PIC X(01)  VALUE 'N'.
           05  WS-OUTC-FOUND       PIC X(01)  VALUE 'N'.
           05  WS-ORIG-CONVERTS    PIC X(01)  VALUE 'N'.
           05  WS-FAKE-OK          PIC X(01)  VALUE 'N'.
           05  WS-MAP-FOUND        PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-CANDIDATES-READ      PIC 9(09)  VALUE ZERO.
           05  WS-LIST-NOT-FOUND       PIC 9(09)  VALUE ZERO.
           05  WS-LIST-REPEATED        PIC 9(09)  VALUE ZERO.
           05  WS-NOT-ANONYMIZED       PIC 9(09)  VALUE ZERO.
           05  WS-HXRF-WRITTEN         PIC 9(09)  VALUE ZERO.
           05  WS-SXRF-WRITTEN         PIC 9(09)  VALUE ZERO.
           05  WS-SXRF-BUILT           PIC 9(09)  VALUE ZERO.
           05  WS-ACKM-WRITTEN         PIC 9(09)  VALUE ZERO.
           05  WS-OUTC-WRITTEN         PIC 9(09)  VALUE ZERO.
           05  WS-WRITE-FAILED         PIC 9(09)  VALUE ZERO.
           05  WS-XTR-DETAILS          PIC 9(09)  VALUE ZERO.
           05  WS-ACK-DETAILS          PIC 9(07)  VALUE ZERO.
           05  WS-ACK-HASH             PIC 9(12)  VALUE ZERO.

       01  WS-SAMPLE-LIMIT         PIC 9(05)  VALUE 5000.
       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.
       01  WS-HASH-DIGITS          PIC 9(08)  VALUE ZERO.

      *    ONE ENTRY PER SAMPLED BENEFICIARY - ITS REAL AND FAKE RRB
      *    HIC. A LISTED HIC ALREADY TAKEN IS NOT TAKEN AGAIN, AND A
      *    FAKE ALREADY HANDED OUT IS DRAWN AGAIN.

       01  WS-BENE-COUNT           PIC 9(05)  VALUE ZERO.
       01  WS-BENE-TABLE.
           05  WS-BENE-ENTRY       OCCURS 5000 TIMES.
               10  WS-BENE-REAL        PIC X(12).
               10  WS-BENE-FAKE        PIC X(12).

      *    THE SSA HIC AND MBI MAPS - REAL TO FAKE, SHARED BY ALL
      *    FOUR MASTERS AND BOTH TEST INPUTS.

       01  WS-SSA-MAP-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-SSA-MAP.
           05  WS-SSA-MAP-ENTRY    OCCURS 10000 TIMES.
               10  WS-SSA-REAL         PIC X(11).
               10  WS-SSA-FAKE         PIC X(11).

       01  WS-MBI-MAP-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-MBI-MAP.
           05  WS-MBI-MAP-ENTRY    OCCURS 10000 TIMES.
               10  WS-MBI-REAL         PIC X(11).
               10  WS-MBI-FAKE         PIC X(11).

       01  WS-MAP-IDX              PIC 9(05)  VALUE ZERO.
       01  WS-MAP-IN               PIC X(11)  VALUE SPACE.
       01  WS-MAP-OUT              PIC X(11)  VALUE SPACE.

      *    THE BENEFICIARY IN HAND - ITS FAKE IDENTIFIERS, AND THE
      *    RECORDS BEING BUILT FOR THE TEST MASTERS.

       01  WS-FAKE-RRB-HIC         PIC X(12)  VALUE SPACE.
       01  WS-FAKE-SSA-HIC         PIC X(11)  VALUE SPACE.
       01  WS-CONVERTED-SSA-HIC    PIC X(11)  VALUE SPACE.
       01  WS-TRIES                PIC 9(02)  VALUE ZERO.

       01  WS-NEW-HXRF.
           05  NH-RRB-HIC              PIC  X(12).
           05  NH-SSA-HIC              PIC  X(11).
           05  NH-SSA-MBI              PIC  X(11).
           05  NH-SSA-BIC              PIC  X(02).
           05  NH-FIRST-SEEN           PIC  X(26).
           05  NH-LAST-SEEN            PIC  X(26).
           05  NH-MISMATCH-FLAG        PIC  X(01).
           05  NH-TERM-STATUS          PIC  X(01).
           05  NH-TERM-DATE            PIC  X(08).
           05  NH-SUPERSEDED-BY        PIC  X(12).
           05  NH-SUPERSEDES           PIC  X(12).

       01  WS-NEW-SXRF.
           05  NS-SSA-HIC              PIC  X(11).
           05  NS-RRB-HIC              PIC  X(12).
           05  NS-SSA-MBI              PIC  X(11).
           05  NS-SSA-BIC              PIC  X(02).
           05  NS-LAST-SEEN            PIC  X(26).

       01  WS-NEW-ACKM.
           05  NA-SSA-HIC              PIC  X(11).
           05  NA-RRB-HIC              PIC  X(12).
           05  NA-SENT-DATE            PIC  X(08).
           05  NA-ACK-STATUS           PIC  X(01).
           05  NA-ACK-REASON           PIC  X(03).
           05  NA-ACK-DATE             PIC  X(08).
           05  NA-SSA-MBI              PIC  X(11).
           05  NA-ATTEMPTS             PIC  9(02).
           05  NA-REPLACE-FLAG         PIC  X(01).

       01  WS-NEW-OUTC.
           05  NO-RRB-HIC              PIC  X(12).
           05  NO-CUR-SSA-HIC          PIC  X(11).
           05  NO-CUR-REST             PIC  X(14).
           05  NO-PRI-SSA-HIC          PIC  X(11).
           05  NO-PRI-REST             PIC  X(14).

      *    SHAPE OF THE REAL RRB HIC - ANONEXT'S MEASURE.

       01  WS-HIC-LENGTH           PIC 9(02)  VALUE ZERO.
       01  WS-PREFIX-LEN           PIC 9(01)  VALUE ZERO.
       01  WS-FIRST-BODY-POS       PIC 9(02)  VALUE ZERO.
       01  WS-SCAN-POS             PIC 9(02)  VALUE ZERO.

      *    RANDSTR'S SEED-ONCE DISCIPLINE.

       01  WS-SEED-NUM             PIC 9(06)  VALUE ZERO.
       01  WS-RANDOM-WORK          PIC V9(09) VALUE ZERO.
       01  WS-RANDOM-DIGIT         PIC 9(01)  VALUE ZERO.
       01  WS-RANDOM-LETTER        PIC 9(02)  VALUE ZERO.
       01  WS-RANDOM-PCT           PIC 9(03)  VALUE ZERO.

      *    MBIEDIT'S POSITION CLASSES AND LETTER SET - C NUMERIC 1-9,
      *    N NUMERIC 0-9, A AN MBI LETTER, X AN MBI LETTER OR DIGIT.

       01  WS-MBI-CLASSES          PIC X(11)  VALUE 'CAXNAXNAANN'.
       01  WS-MBI-LETTERS          PIC X(20)
                                   VALUE 'ACDEFGHJKMNPQRTUVWXY'.

      *    PARAMETERS FOR RRBTOSS5 - SAME LAYOUT AS RRBTOSSA'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE THE SAME WAY RRBDRIVE'S
      *    WS-RRBTOSSA-PARAMETERS DUPLICATES IT.

       01  WS-RRBTOSSA-PARAMETERS.
           05  RP-RRB-HIC              PIC  X(12).
           05  RP-SSA-HIC              PIC  X(11).
           05  RP-REJECT-REASON        PIC  X(02).
           05  RP-RANGE-VALUE          PIC  9(06).
           05  RP-RANGE-LOW            PIC  9(06).
           05  RP-RANGE-HIGH           PIC  9(06).
           05  RP-XREF-MISMATCH        PIC  X(01).
           05  RP-SSA-MBI              PIC  X(11).

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION, SO THE EXTRACT
      *    HEADER BALANCES AGAINST THE SAME DATE THE DRIVER CHECKS.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

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

       01  WS-LABEL-BUILD              PIC X(12)  VALUE SPACE.
       01  WS-LABEL-HDR REDEFINES WS-LABEL-BUILD.
           05  WL-RECORD-TYPE          PIC X(01).
           05  WL-EXTRACT-DATE         PIC X(08).
           05  WL-SOURCE-CODE          PIC X(03).
       01  WS-LABEL-TRL REDEFINES WS-LABEL-BUILD.
           05  WT-RECORD-TYPE          PIC X(01).
           05  WT-RECORD-COUNT         PIC 9(09).
           05  FILLER                  PIC X(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT RUN-REFUSED
              IF CT-BY-PERCENT
                 PERFORM 2000-SAMPLE-BY-PERCENT
                    THRU 2000-EXIT
                    UNTIL END-OF-INPUT
              ELSE
                 PERFORM 2100-SAMPLE-BY-LIST
                    THRU 2100-EXIT
                    UNTIL END-OF-INPUT
              END-IF
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

      *    REFUSES TO RUN OUTSIDE BTCHTEST, READS THE CONTROL CARD,
      *    OPENS THE PRODUCTION MASTERS FOR INPUT AND THE TEST
      *    MASTERS AND TEST INPUTS FOR OUTPUT.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF NOT WS-TEST-MODE-ON
              DISPLAY 'TSTREFR,REFUSING TO RUN OUTSIDE BTCHTEST - '
                      'IT REPLACES THE TEST-SCOPED MASTERS'
              MOVE 'Y' TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF CT-FILE-STATUS = '00'
              READ CONTROL-FILE
                AT END
                  MOVE SPACE TO CONTROL-REC
              END-READ
              CLOSE CONTROL-FILE
           ELSE
              MOVE SPACE TO CONTROL-REC
           END-IF.

           IF NOT CT-BY-PERCENT AND NOT CT-BY-LIST
              DISPLAY 'TSTREFR,REFRCTL MODE MUST BE P OR L'
              MOVE 'Y' TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           IF CT-BY-PERCENT
              IF CT-PERCENT NOT NUMERIC
              OR CT-PERCENT = ZERO
              OR CT-PERCENT > 100
                 DISPLAY 'TSTREFR,REFRCTL PERCENT MUST BE 1-100'
                 MOVE 'Y' TO WS-RUN-REFUSED
                 GO TO 1000-EXIT
              END-IF
           END-IF.

           IF  CT-LIMIT NUMERIC
           AND CT-LIMIT > ZERO
           AND CT-LIMIT < 5000
              MOVE CT-LIMIT           TO WS-SAMPLE-LIMIT
           END-IF.

           OPEN INPUT HIC-XREF-FILE.
           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'TSTREFR,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y' TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           IF CT-BY-LIST
              OPEN INPUT LIST-FILE
              IF LS-FILE-STATUS NOT = '00'
                 DISPLAY 'TSTREFR,UNABLE TO OPEN REFRLST,'
                         LS-FILE-STATUS
                 CLOSE HIC-XREF-FILE
                 MOVE 'Y' TO WS-RUN-REFUSED
                 GO TO 1000-EXIT
              END-IF
           END-IF.

           OPEN INPUT SSA-XREF-FILE.
           IF SX-FILE-STATUS = '00'
              MOVE 'Y' TO WS-SXRF-OPEN
           ELSE
              DISPLAY 'TSTREFR,NO SSAXREF,COMPANION BUILT FROM THE '
                      'CROSSWALK,' SX-FILE-STATUS
           END-IF.

           OPEN INPUT ACK-MASTER-FILE.
           IF AK-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACKM-OPEN
           ELSE
              DISPLAY 'TSTREFR,NO ACKMAST,' AK-FILE-STATUS
           END-IF.

           OPEN INPUT OUTCOME-MASTER-FILE.
           IF OM-FILE-STATUS = '00'
              MOVE 'Y' TO WS-OUTC-OPEN
           ELSE
              DISPLAY 'TSTREFR,NO OUTCMAST,' OM-FILE-STATUS
           END-IF.

           OPEN OUTPUT TEST-HXRF-FILE
                       TEST-SXRF-FILE
                       TEST-ACKM-FILE
                       TEST-OUTC-FILE
                       EXTRACT-OUT-FILE
                       ACK-OUT-FILE.

           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-SEED-NUM.
           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM (WS-SEED-NUM).

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.

           MOVE SPACE                 TO WS-LABEL-BUILD.
           MOVE 'H'                   TO WL-RECORD-TYPE.
           MOVE GB-DATE               TO WL-EXTRACT-DATE.
           MOVE 'RHS'                 TO WL-SOURCE-CODE.
           MOVE WS-LABEL-BUILD        TO EXTRACT-OUT-REC.
           WRITE EXTRACT-OUT-REC.

           IF CT-BY-PERCENT
              MOVE LOW-VALUES         TO HX-RRB-HIC
              START HIC-XREF-FILE KEY > HX-RRB-HIC
                 INVALID KEY
                    MOVE 'Y'          TO WS-NO-MORE-INPUT
              END-START
           END-IF.

       1000-EXIT.
           EXIT.

      *    PERCENT MODE - EACH CROSSWALK RECORD IS TAKEN WITH THE
      *    CARD'S PERCENT CHANCE, UNTIL THE SWEEP OR THE LIMIT ENDS.

       2000-SAMPLE-BY-PERCENT.

           READ HIC-XREF-FILE NEXT
              AT END
                MOVE 'Y' TO WS-NO-MORE-INPUT
                GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-CANDIDATES-READ.

           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM.
           COMPUTE WS-RANDOM-PCT =
              FUNCTION MOD (
                 FUNCTION INTEGER (WS-RANDOM-WORK * 1000000) 100).

           IF WS-RANDOM-PCT < CT-PERCENT
              PERFORM 3000-REFRESH-ONE-BENEFICIARY
                 THRU 3000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *    LIST MODE - EACH LISTED RRB HIC IS READ FROM THE CROSSWALK.
      *    A HIC NOT ON IT, OR LISTED TWICE, IS COUNTED - NEVER SHOWN.

       2100-SAMPLE-BY-LIST.

           READ LIST-FILE
              AT END
                MOVE 'Y' TO WS-NO-MORE-INPUT
                GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-CANDIDATES-READ.

           IF LS-RRB-HIC = SPACE
              GO TO 2100-EXIT
           END-IF.

           MOVE LS-RRB-HIC            TO HX-RRB-HIC.
           READ HIC-XREF-FILE
              INVALID KEY
                ADD 1 TO WS-LIST-NOT-FOUND
                DISPLAY 'TSTREFR,LIST RECORD NOT ON THE CROSSWALK,'
                        WS-CANDIDATES-READ
                GO TO 2100-EXIT
           END-READ.

           PERFORM 3000-REFRESH-ONE-BENEFICIARY
              THRU 3000-EXIT.

       2100-EXIT.
           EXIT.

      *    ONE SAMPLED BENEFICIARY, CROSSWALK RECORD IN HAND: DRAW ITS
      *    FAKE IDENTIFIERS, THEN CARRY EACH OF ITS MASTER RECORDS TO
      *    THE TEST MASTERS AND ITS EXTRACT AND ACKNOWLEDGMENT ROWS TO
      *    THE TEST INPUTS.

       3000-REFRESH-ONE-BENEFICIARY.

           IF WS-BENE-COUNT >= WS-SAMPLE-LIMIT
              DISPLAY 'TSTREFR,SAMPLE LIMIT REACHED,' WS-SAMPLE-LIMIT
              MOVE 'Y' TO WS-NO-MORE-INPUT
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-BENE-COUNT
                        OR WS-MAP-FOUND = 'Y'
               IF WS-BENE-REAL (WS-MAP-IDX) = HX-RRB-HIC
                  MOVE 'Y' TO WS-MAP-FOUND
               END-IF
           END-PERFORM.

           IF WS-MAP-FOUND = 'Y'
              ADD 1 TO WS-LIST-REPEATED
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-DRAW-FAKE-RRB-HIC
              THRU 3100-EXIT.

           IF WS-FAKE-OK = 'N'
              ADD 1 TO WS-NOT-ANONYMIZED
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-FIND-OTHER-RECORDS
              THRU 3300-EXIT.

           PERFORM 3400-LOAD-CROSSWALK
              THRU 3400-EXIT.

           PERFORM 3500-LOAD-COMPANION
              THRU 3500-EXIT.

           IF WS-ACK-FOUND = 'Y'
              PERFORM 3600-LOAD-ACKMAST
                 THRU 3600-EXIT
           END-IF.

           IF WS-OUTC-FOUND = 'Y'
              PERFORM 3700-LOAD-OUTCMAST
                 THRU 3700-EXIT
           END-IF.

           IF HX-TERM-STATUS = SPACE
              MOVE WS-FAKE-RRB-HIC    TO EXTRACT-OUT-REC
              WRITE EXTRACT-OUT-REC
              ADD 1                   TO WS-XTR-DETAILS
           END-IF.

       3000-EXIT.
           EXIT.

      *    DRAWS A FAKE RRB HIC OF THE REAL ONE'S SHAPE THAT NO ONE
      *    ELSE HAS BEEN GIVEN - AND, WHEN THE REAL ONE CONVERTS, THAT
      *    CONVERTS TOO, TO AN SSA HIC NO ONE ELSE HAS BEEN GIVEN. THEN
      *    RECORDS THE BENEFICIARY AND ITS SSA HIC MAPPING.

       3100-DRAW-FAKE-RRB-HIC.

           MOVE HX-RRB-HIC            TO RP-RRB-HIC.
           CALL 'RRBTOSS5' USING WS-RRBTOSSA-PARAMETERS.
           IF RP-REJECT-REASON = SPACE
              MOVE 'Y'                TO WS-ORIG-CONVERTS
           ELSE
              MOVE 'N'                TO WS-ORIG-CONVERTS
           END-IF.

           MOVE ZERO                  TO WS-HIC-LENGTH.
           PERFORM VARYING WS-SCAN-POS FROM 12 BY -1
                     UNTIL WS-SCAN-POS < 1
                        OR WS-HIC-LENGTH > ZERO
               IF HX-RRB-HIC (WS-SCAN-POS:1) NOT = SPACE
                  MOVE WS-SCAN-POS    TO WS-HIC-LENGTH
               END-IF
           END-PERFORM.

           MOVE ZERO                  TO WS-PREFIX-LEN.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                     UNTIL WS-SCAN-POS > 3
                        OR WS-PREFIX-LEN NOT = WS-SCAN-POS - 1
               IF HX-RRB-HIC (WS-SCAN-POS:1) ALPHABETIC
              AND HX-RRB-HIC (WS-SCAN-POS:1) NOT = SPACE
                  MOVE WS-SCAN-POS    TO WS-PREFIX-LEN
               END-IF
           END-PERFORM.

           COMPUTE WS-FIRST-BODY-POS = WS-PREFIX-LEN + 1.

           MOVE 'N'                   TO WS-FAKE-OK.
           MOVE ZERO                  TO WS-TRIES.

           PERFORM 3150-TRY-ONE-FAKE
              THRU 3150-EXIT
              UNTIL WS-FAKE-OK = 'Y'
                 OR WS-TRIES >= 25.

           IF WS-FAKE-OK = 'N'
              GO TO 3100-EXIT
           END-IF.

           ADD 1                      TO WS-BENE-COUNT.
           MOVE HX-RRB-HIC            TO WS-BENE-REAL (WS-BENE-COUNT).
           MOVE WS-FAKE-RRB-HIC       TO WS-BENE-FAKE (WS-BENE-COUNT).

      *    THE CROSSWALK'S SSA HIC TAKES THE FAKE'S CONVERSION -
      *    UNLESS IT IS ALREADY MAPPED (CONSISTENCY COMES FIRST), OR
      *    THE REAL RRB HIC DOES NOT CONVERT AND THERE IS NONE.

           MOVE HX-SSA-HIC            TO WS-MAP-IN.
           PERFORM 4050-LOOK-UP-SSA-HIC
              THRU 4050-EXIT.

           EVALUATE TRUE
             WHEN HX-SSA-HIC = SPACE
               MOVE SPACE             TO WS-FAKE-SSA-HIC
             WHEN WS-MAP-FOUND = 'Y'
               MOVE WS-MAP-OUT        TO WS-FAKE-SSA-HIC
             WHEN WS-ORIG-CONVERTS = 'Y'
             AND  WS-SSA-MAP-COUNT < 10000
               ADD 1                  TO WS-SSA-MAP-COUNT
               MOVE HX-SSA-HIC        TO WS-SSA-REAL (WS-SSA-MAP-COUNT)
               MOVE WS-CONVERTED-SSA-HIC
                                      TO WS-SSA-FAKE (WS-SSA-MAP-COUNT)
               MOVE WS-CONVERTED-SSA-HIC
                                      TO WS-FAKE-SSA-HIC
             WHEN OTHER
               PERFORM 4000-MAP-SSA-HIC
                  THRU 4000-EXIT
               MOVE WS-MAP-OUT        TO WS-FAKE-SSA-HIC
           END-EVALUATE.

       3100-EXIT.
           EXIT.

       3150-TRY-ONE-FAKE.

           ADD 1                      TO WS-TRIES.
           MOVE HX-RRB-HIC            TO WS-FAKE-RRB-HIC.

           PERFORM VARYING WS-SCAN-POS
                     FROM WS-FIRST-BODY-POS BY 1
                     UNTIL WS-SCAN-POS > WS-HIC-LENGTH
               IF  WS-SCAN-POS > WS-FIRST-BODY-POS
               AND WS-FAKE-RRB-HIC (WS-SCAN-POS:1) NUMERIC
                  PERFORM 4500-NEXT-RANDOM-DIGIT
                     THRU 4500-EXIT
                  MOVE WS-RANDOM-DIGIT (1:1)
                    TO WS-FAKE-RRB-HIC (WS-SCAN-POS:1)
               END-IF
           END-PERFORM.

           IF WS-FAKE-RRB-HIC = HX-RRB-HIC
              GO TO 3150-EXIT
           END-IF.

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-BENE-COUNT
               IF WS-BENE-FAKE (WS-MAP-IDX) = WS-FAKE-RRB-HIC
                  GO TO 3150-EXIT
               END-IF
           END-PERFORM.

           IF WS-ORIG-CONVERTS = 'Y'
              MOVE WS-FAKE-RRB-HIC    TO RP-RRB-HIC
              CALL 'RRBTOSS5' USING WS-RRBTOSSA-PARAMETERS
              IF RP-REJECT-REASON NOT = SPACE
                 GO TO 3150-EXIT
              END-IF
              MOVE RP-SSA-HIC         TO WS-CONVERTED-SSA-HIC
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                        UNTIL WS-MAP-IDX > WS-SSA-MAP-COUNT
                  IF WS-SSA-FAKE (WS-MAP-IDX) = WS-CONVERTED-SSA-HIC
                     GO TO 3150-EXIT
                  END-IF
              END-PERFORM
           END-IF.

           MOVE 'Y'                   TO WS-FAKE-OK.

       3150-EXIT.
           EXIT.

      *    THE BENEFICIARY'S ACKMAST AND OUTCMAST RECORDS. ACKMAST IS
      *    TRIED UNDER THE CROSSWALK'S SSA HIC, THEN UNDER THE LATEST
      *    OUTCMAST CONVERSION'S, AND COUNTS ONLY IF IT CARRIES THIS
      *    RRB HIC.

       3300-FIND-OTHER-RECORDS.

           MOVE 'N'                   TO WS-ACK-FOUND
                                         WS-OUTC-FOUND.

           IF WS-OUTC-OPEN = 'Y'
              MOVE HX-RRB-HIC         TO OM-RRB-HIC
              READ OUTCOME-MASTER-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Y'            TO WS-OUTC-FOUND
              END-READ
           END-IF.

           IF WS-ACKM-OPEN = 'N'
              GO TO 3300-EXIT
           END-IF.

           IF HX-SSA-HIC NOT = SPACE
              MOVE HX-SSA-HIC         TO AK-SSA-HIC
              PERFORM 3350-READ-ACKMAST
                 THRU 3350-EXIT
           END-IF.

           IF  WS-ACK-FOUND = 'N'
           AND WS-OUTC-FOUND = 'Y'
           AND OM-CUR-SSA-HIC NOT = SPACE
           AND OM-CUR-SSA-HIC NOT = HX-SSA-HIC
              MOVE OM-CUR-SSA-HIC     TO AK-SSA-HIC
              PERFORM 3350-READ-ACKMAST
                 THRU 3350-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

       3350-READ-ACKMAST.

           READ ACK-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AK-RRB-HIC = HX-RRB-HIC
                  MOVE 'Y'            TO WS-ACK-FOUND
               END-IF
           END-READ.

       3350-EXIT.
           EXIT.

       3400-LOAD-CROSSWALK.

           MOVE HIC-XREF-REC          TO WS-NEW-HXRF.
           MOVE WS-FAKE-RRB-HIC       TO NH-RRB-HIC.
           MOVE WS-FAKE-SSA-HIC       TO NH-SSA-HIC.
           MOVE HX-SSA-MBI            TO WS-MAP-IN.
           PERFORM 4200-MAP-MBI
              THRU 4200-EXIT.
           MOVE WS-MAP-OUT            TO NH-SSA-MBI.

           MOVE WS-NEW-HXRF           TO TEST-HXRF-REC.
           WRITE TEST-HXRF-REC
              INVALID KEY
                ADD 1 TO WS-WRITE-FAILED
                DISPLAY 'TSTREFR,HICXREFT WRITE FAILED,'
                        TH-FILE-STATUS
              NOT INVALID KEY
                ADD 1 TO WS-HXRF-WRITTEN
           END-WRITE.

       3400-EXIT.
           EXIT.

      *    THE SSAXREF COMPANION RECORD - CARRIED WHEN IT IS THIS
      *    BENEFICIARY'S, OTHERWISE BUILT FROM THE CROSSWALK RECORD
      *    JUST LOADED, EXACTLY AS SSAXBLD WOULD BUILD IT.

       3500-LOAD-COMPANION.

           IF WS-FAKE-SSA-HIC = SPACE
              GO TO 3500-EXIT
           END-IF.

           MOVE 'N'                   TO WS-MAP-FOUND.
           IF WS-SXRF-OPEN = 'Y'
              MOVE HX-SSA-HIC         TO SX-SSA-HIC
              READ SSA-XREF-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF SX-RRB-HIC = HX-RRB-HIC
                     MOVE 'Y'         TO WS-MAP-FOUND
                  END-IF
              END-READ
           END-IF.

           IF WS-MAP-FOUND = 'Y'
              MOVE SSA-XREF-REC       TO WS-NEW-SXRF
              MOVE SX-SSA-MBI         TO WS-MAP-IN
              PERFORM 4200-MAP-MBI
                 THRU 4200-EXIT
              MOVE WS-MAP-OUT         TO NS-SSA-MBI
           ELSE
              MOVE NH-SSA-MBI         TO NS-SSA-MBI
              MOVE NH-SSA-BIC         TO NS-SSA-BIC
              MOVE NH-LAST-SEEN       TO NS-LAST-SEEN
              ADD 1                   TO WS-SXRF-BUILT
           END-IF.

           MOVE WS-FAKE-SSA-HIC       TO NS-SSA-HIC.
           MOVE WS-FAKE-RRB-HIC       TO NS-RRB-HIC.

           MOVE WS-NEW-SXRF           TO TEST-SXRF-REC.
           WRITE TEST-SXRF-REC
              INVALID KEY
                ADD 1 TO WS-WRITE-FAILED
                DISPLAY 'TSTREFR,SSAXREFT WRITE FAILED,'
                        TS-FILE-STATUS
              NOT INVALID KEY
                ADD 1 TO WS-SXRF-WRITTEN
           END-WRITE.

       3500-EXIT.
           EXIT.

      *    THE ACKMAST RECORD, AND - FOR AN ANSWERED ONE - ITS REPLAY
      *    ON THE TEST ACKIN FILE.

       3600-LOAD-ACKMAST.

           MOVE ACK-MASTER-REC        TO WS-NEW-ACKM.
           MOVE AK-SSA-HIC            TO WS-MAP-IN.
           PERFORM 4000-MAP-SSA-HIC
              THRU 4000-EXIT.
           MOVE WS-MAP-OUT            TO NA-SSA-HIC.
           MOVE WS-FAKE-RRB-HIC       TO NA-RRB-HIC.
           MOVE AK-SSA-MBI            TO WS-MAP-IN.
           PERFORM 4200-MAP-MBI
              THRU 4200-EXIT.
           MOVE WS-MAP-OUT            TO NA-SSA-MBI.

           MOVE WS-NEW-ACKM           TO TEST-ACKM-REC.
           WRITE TEST-ACKM-REC
              INVALID KEY
                ADD 1 TO WS-WRITE-FAILED
                DISPLAY 'TSTREFR,ACKMASTT WRITE FAILED,'
                        TA-FILE-STATUS
                GO TO 3600-EXIT
              NOT INVALID KEY
                ADD 1 TO WS-ACKM-WRITTEN
           END-WRITE.

           IF NOT AK-ACCEPTED AND NOT AK-REJECTED
              GO TO 3600-EXIT
           END-IF.

           MOVE SPACE                 TO ACK-OUT-REC.
           MOVE NA-SSA-HIC            TO AO-SSA-HIC.
           MOVE NA-ACK-STATUS         TO AO-STATUS.
           MOVE NA-ACK-REASON         TO AO-REASON.
           MOVE NA-ACK-DATE           TO AO-ACK-DATE.
           MOVE NA-SSA-MBI            TO AO-SSA-MBI.
           WRITE ACK-OUT-REC.

           ADD 1                      TO WS-ACK-DETAILS.
           IF NA-SSA-HIC (2:8) NUMERIC
              MOVE NA-SSA-HIC (2:8)   TO WS-HASH-DIGITS
              ADD WS-HASH-DIGITS      TO WS-ACK-HASH
           END-IF.

       3600-EXIT.
           EXIT.

       3700-LOAD-OUTCMAST.

           MOVE OUTCOME-MASTER-REC    TO WS-NEW-OUTC.
           MOVE WS-FAKE-RRB-HIC       TO NO-RRB-HIC.

           MOVE OM-CUR-SSA-HIC        TO WS-MAP-IN.
           PERFORM 4000-MAP-SSA-HIC
              THRU 4000-EXIT.
           MOVE WS-MAP-OUT            TO NO-CUR-SSA-HIC.

           MOVE OM-PRI-SSA-HIC        TO WS-MAP-IN.
           PERFORM 4000-MAP-SSA-HIC
              THRU 4000-EXIT.
           MOVE WS-MAP-OUT            TO NO-PRI-SSA-HIC.

           MOVE WS-NEW-OUTC           TO TEST-OUTC-REC.
           WRITE TEST-OUTC-REC
              INVALID KEY
                ADD 1 TO WS-WRITE-FAILED
                DISPLAY 'TSTREFR,OUTCMSTT WRITE FAILED,'
                        TO-FILE-STATUS
              NOT INVALID KEY
                ADD 1 TO WS-OUTC-WRITTEN
           END-WRITE.

       3700-EXIT.
           EXIT.

      *    WS-MAP-IN (AN SSA HIC) TO WS-MAP-OUT - ITS EXISTING FAKE,
      *    OR A NEW ONE KEEPING THE FIRST BYTE AND THE BIC WITH FRESH
      *    DIGITS BETWEEN. BLANK STAYS BLANK.

       4000-MAP-SSA-HIC.

           IF WS-MAP-IN = SPACE
              MOVE SPACE              TO WS-MAP-OUT
              GO TO 4000-EXIT
           END-IF.

           PERFORM 4050-LOOK-UP-SSA-HIC
              THRU 4050-EXIT.

           IF WS-MAP-FOUND = 'Y'
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FAKE-OK.
           PERFORM 4100-DRAW-FAKE-SSA-HIC
              THRU 4100-EXIT
              UNTIL WS-FAKE-OK = 'Y'.

           IF WS-SSA-MAP-COUNT < 10000
              ADD 1                   TO WS-SSA-MAP-COUNT
              MOVE WS-MAP-IN          TO WS-SSA-REAL (WS-SSA-MAP-COUNT)
              MOVE WS-MAP-OUT         TO WS-SSA-FAKE (WS-SSA-MAP-COUNT)
           END-IF.

       4000-EXIT.
           EXIT.

       4050-LOOK-UP-SSA-HIC.

           MOVE 'N'                   TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-SSA-MAP-COUNT
                        OR WS-MAP-FOUND = 'Y'
               IF WS-SSA-REAL (WS-MAP-IDX) = WS-MAP-IN
                  MOVE 'Y'            TO WS-MAP-FOUND
                  MOVE WS-SSA-FAKE (WS-MAP-IDX)
                                      TO WS-MAP-OUT
               END-IF
           END-PERFORM.

       4050-EXIT.
           EXIT.

       4100-DRAW-FAKE-SSA-HIC.

           MOVE WS-MAP-IN             TO WS-MAP-OUT.
           PERFORM VARYING WS-SCAN-POS FROM 2 BY 1
                     UNTIL WS-SCAN-POS > 9
               PERFORM 4500-NEXT-RANDOM-DIGIT
                  THRU 4500-EXIT
               MOVE WS-RANDOM-DIGIT (1:1)
                 TO WS-MAP-OUT (WS-SCAN-POS:1)
           END-PERFORM.

           IF WS-MAP-OUT = WS-MAP-IN
              GO TO 4100-EXIT
           END-IF.

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-SSA-MAP-COUNT
               IF WS-SSA-FAKE (WS-MAP-IDX) = WS-MAP-OUT
                  GO TO 4100-EXIT
               END-IF
           END-PERFORM.

           MOVE 'Y'                   TO WS-FAKE-OK.

       4100-EXIT.
           EXIT.

      *    WS-MAP-IN (AN MBI) TO WS-MAP-OUT - ITS EXISTING FAKE, OR A
      *    FRESH ONE DRAWN TO THE MBIEDIT FORMAT. BLANK STAYS BLANK.

       4200-MAP-MBI.

           IF WS-MAP-IN = SPACE
              MOVE SPACE              TO WS-MAP-OUT
              GO TO 4200-EXIT
           END-IF.

           MOVE 'N'                   TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MBI-MAP-COUNT
                        OR WS-MAP-FOUND = 'Y'
               IF WS-MBI-REAL (WS-MAP-IDX) = WS-MAP-IN
                  MOVE 'Y'            TO WS-MAP-FOUND
                  MOVE WS-MBI-FAKE (WS-MAP-IDX)
                                      TO WS-MAP-OUT
               END-IF
           END-PERFORM.

           IF WS-MAP-FOUND = 'Y'
              GO TO 4200-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FAKE-OK.
           PERFORM 4300-DRAW-FAKE-MBI
              THRU 4300-EXIT
              UNTIL WS-FAKE-OK = 'Y'.

           IF WS-MBI-MAP-COUNT < 10000
              ADD 1                   TO WS-MBI-MAP-COUNT
              MOVE WS-MAP-IN          TO WS-MBI-REAL (WS-MBI-MAP-COUNT)
              MOVE WS-MAP-OUT         TO WS-MBI-FAKE (WS-MBI-MAP-COUNT)
           END-IF.

       4200-EXIT.
           EXIT.

       4300-DRAW-FAKE-MBI.

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                     UNTIL WS-SCAN-POS > 11
               EVALUATE WS-MBI-CLASSES (WS-SCAN-POS:1)
                 WHEN 'C'
                   PERFORM 4500-NEXT-RANDOM-DIGIT
                      THRU 4500-EXIT
                   IF WS-RANDOM-DIGIT = ZERO
                      MOVE 1          TO WS-RANDOM-DIGIT
                   END-IF
                   MOVE WS-RANDOM-DIGIT (1:1)
                     TO WS-MAP-OUT (WS-SCAN-POS:1)
                 WHEN 'N'
                   PERFORM 4500-NEXT-RANDOM-DIGIT
                      THRU 4500-EXIT
                   MOVE WS-RANDOM-DIGIT (1:1)
                     TO WS-MAP-OUT (WS-SCAN-POS:1)
                 WHEN OTHER
                   PERFORM 4600-NEXT-RANDOM-LETTER
                      THRU 4600-EXIT
                   MOVE WS-MBI-LETTERS (WS-RANDOM-LETTER:1)
                     TO WS-MAP-OUT (WS-SCAN-POS:1)
               END-EVALUATE
           END-PERFORM.

           IF WS-MAP-OUT = WS-MAP-IN
              GO TO 4300-EXIT
           END-IF.

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MBI-MAP-COUNT
               IF WS-MBI-FAKE (WS-MAP-IDX) = WS-MAP-OUT
                  GO TO 4300-EXIT
               END-IF
           END-PERFORM.

           MOVE 'Y'                   TO WS-FAKE-OK.

       4300-EXIT.
           EXIT.

       4500-NEXT-RANDOM-DIGIT.

           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM.
           COMPUTE WS-RANDOM-DIGIT =
              FUNCTION MOD (
                 FUNCTION INTEGER (WS-RANDOM-WORK * 1000000) 10).

       4500-EXIT.
           EXIT.

       4600-NEXT-RANDOM-LETTER.

           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM.
           COMPUTE WS-RANDOM-LETTER =
              FUNCTION MOD (
                 FUNCTION INTEGER (WS-RANDOM-WORK * 1000000) 20) + 1.

       4600-EXIT.
           EXIT.

      *    CLOSES THE EXTRACT WITH ITS COUNT TRAILER AND THE ACKIN
      *    FILE WITH ITS 'AT' TRAILER, THEN REPORTS THE COUNTS.

       8000-TERMINATE.

           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.

           MOVE SPACE                 TO WS-LABEL-BUILD.
           MOVE 'T'                   TO WT-RECORD-TYPE.
           MOVE WS-XTR-DETAILS        TO WT-RECORD-COUNT.
           MOVE WS-LABEL-BUILD        TO EXTRACT-OUT-REC.
           WRITE EXTRACT-OUT-REC.

           MOVE SPACE                 TO ACK-OUT-REC.
           MOVE 'AT'                  TO AO-RECORD-TYPE.
           MOVE WS-ACK-DETAILS        TO AO-COUNT.
           MOVE WS-ACK-HASH           TO AO-HASH.
           WRITE ACK-OUT-REC.

           CLOSE HIC-XREF-FILE
                 TEST-HXRF-FILE
                 TEST-SXRF-FILE
                 TEST-ACKM-FILE
                 TEST-OUTC-FILE
                 EXTRACT-OUT-FILE
                 ACK-OUT-FILE.

           IF CT-BY-LIST
              CLOSE LIST-FILE
           END-IF.
           IF WS-SXRF-OPEN = 'Y'
              CLOSE SSA-XREF-FILE
           END-IF.
           IF WS-ACKM-OPEN = 'Y'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF WS-OUTC-OPEN = 'Y'
              CLOSE OUTCOME-MASTER-FILE
           END-IF.

           DISPLAY 'TSTREFR,CANDIDATES READ,' WS-CANDIDATES-READ.
           DISPLAY 'TSTREFR,BENEFICIARIES SAMPLED,' WS-BENE-COUNT.
           DISPLAY 'TSTREFR,LISTED NOT ON CROSSWALK,'
                   WS-LIST-NOT-FOUND.
           DISPLAY 'TSTREFR,LISTED TWICE,' WS-LIST-REPEATED.
           DISPLAY 'TSTREFR,NO FAKE HIC DRAWN,' WS-NOT-ANONYMIZED.
           DISPLAY 'TSTREFR,HICXREFT WRITTEN,' WS-HXRF-WRITTEN.
           DISPLAY 'TSTREFR,SSAXREFT WRITTEN,' WS-SXRF-WRITTEN.
           DISPLAY 'TSTREFR,SSAXREFT BUILT FROM CROSSWALK,'
                   WS-SXRF-BUILT.
           DISPLAY 'TSTREFR,ACKMASTT WRITTEN,' WS-ACKM-WRITTEN.
           DISPLAY 'TSTREFR,OUTCMSTT WRITTEN,' WS-OUTC-WRITTEN.
           DISPLAY 'TSTREFR,WRITES FAILED,' WS-WRITE-FAILED.
           DISPLAY 'TSTREFR,REFRXTR DETAILS,' WS-XTR-DETAILS.
           DISPLAY 'TSTREFR,REFRACK DETAILS,' WS-ACK-DETAILS.

      *    ONE RUN-LEDGER RECORD - A BENEFICIARY LEFT OUT OR A WRITE
      *    THAT FAILED MEANS THE TEST MASTERS ARE SHORT: A WARNING.

           MOVE 'TSTREFR '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           IF CT-BY-LIST
              MOVE 'REFRLST '         TO RL-INPUT-DDNAME
           ELSE
              MOVE 'HICXREF '         TO RL-INPUT-DDNAME
           END-IF.
           MOVE WS-CANDIDATES-READ    TO RL-RECORDS-READ.
           MOVE WS-BENE-COUNT         TO RL-RECORDS-ACCEPTED.
           COMPUTE RL-RECORDS-REJECTED = WS-LIST-NOT-FOUND
                                       + WS-NOT-ANONYMIZED.
           IF WS-NOT-ANONYMIZED > ZERO
           OR WS-WRITE-FAILED > ZERO
           OR WS-LIST-NOT-FOUND > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
