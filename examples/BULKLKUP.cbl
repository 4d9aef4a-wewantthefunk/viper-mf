       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKLKUP.
       AUTHOR. CHRISTIAN STRAMA.

      * BULK LIST LOOKUP FOR REQUESTS FROM OTHER UNITS. A UNIT SENDS A
      * LIST OF SEVERAL HUNDRED IDENTIFIERS AND ASKS WHAT WE KNOW OF
      * EACH; KEYING THEM ONE AT A TIME INTO HICINQ AND ACKINQ IS WHAT
      * THIS JOB REPLACES. THE BULKREQ REQUEST FILE CARRIES ONE
      * IDENTIFIER PER LINE, TAGGED R (RRB HIC), S (SSA HIC) OR MBI
      * (M IS TAKEN TOO); FOR EACH ONE THE JOB WRITES ONE BULKOUT ROW
      * (COPY BULKOUT) WITH THE CROSSWALK VALUES, THE TERMINATION
      * STATUS, THE ACKMAST STATUS AND DATES, THE CURRENT OUTCOME
      * CATEGORY AND A FOUND/NOT-FOUND INDICATOR:
      *
      *   - AN RRB HIC IS READ STRAIGHT FROM THE CROSSWALK MASTER;
      *   - AN SSA HIC IS RESOLVED TO ITS RRB HIC THROUGH SSAXLOOK,
      *     THE SAME RESOLUTION RSRCHPKT MAKES;
      *   - AN MBI IS PUT THROUGH THE MBIEDIT FORMAT EDIT AND THEN
      *     RESOLVED ON THE MBIXREF COMPANION, AS ACCSRVW DOES;
      *   - ACKMAST IS READ UNDER THE CROSSWALK'S SSA HIC AND THE
      *     OUTCOME MASTER UNDER THE RRB HIC.
      *
      * THE BULKCTL CARD NAMES THE REQUEST (AN ID, WHICH BECOMES THE
      * FIRST WORD OF THE COVER LISTING'S TITLE SO RPTDIST CAN ROUTE
      * IT BACK), THE REQUESTING UNIT AND THE REQUESTER. IDENTIFIERS
      * GO OUT FULL ONLY WHEN THAT UNIT IS ON THE OPTIONAL BULKENT
      * ENTITLEMENT TABLE WITH LEVEL F; FOR EVERY OTHER UNIT EACH
      * IDENTIFIER - THE ECHOED REQUEST KEY INCLUDED - IS PUT THROUGH
      * MASKHIC, SO THE SITE MASKING POLICY DECIDES WHAT THEY SEE.
      * THE ROW'S SEQUENCE NUMBER JOINS IT BACK TO THE REQUEST EITHER
      * WAY.
      *
      * THE COVER LISTING (RPTWRITE) GIVES THE REQUEST TOTALS BY KEY
      * TYPE, FOUND AND NOT FOUND, AND LISTS EACH IDENTIFIER NOT
      * FOUND WITH ITS REASON. NO BULKCTL CARD, NO BULKREQ FILE OR NO
      * CROSSWALK MASTER REFUSES THE RUN WITH RETURN CODE 8; AN
      * ACKMAST, OUTCOME MASTER OR MBIXREF COMPANION THAT CANNOT BE
      * OPENED LEAVES ITS COLUMNS MARKED U AND ENDS WITH RETURN CODE
      * 4. UNDER THE SHARED BTCHTEST SWITCH THE TEST-SCOPED MASTERS
      * ARE READ.
      *
      * EVERY IDENTIFIER FOUND IS A DISCLOSURE OF THAT BENEFICIARY'S
      * RECORD TO THE REQUESTING UNIT AND IS RECORDED AS ONE THROUGH
      * DSCLWRT (MECHANISM 'BL', THE UNIT AS RECIPIENT, THE REQUEST
      * ID AS REFERENCE, PURPOSE 'INQ') FOR DSCLRPT'S ACCOUNTING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BULK-CTL-FILE   ASSIGN TO BULKCTL
                                  FILE STATUS IS BC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BULK-ENT-FILE
                                  ASSIGN TO BULKENT
                                  FILE STATUS IS BE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT BULK-REQ-FILE   ASSIGN TO BULKREQ
                                  FILE STATUS IS BQ-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT BULK-OUT-FILE   ASSIGN TO BULKOUT
                                  FILE STATUS IS BO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

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

       FD  BULK-CTL-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  BULK-CTL-REC.
           05  BC-REQUEST-ID       PIC X(08).
           05  BC-UNIT             PIC X(12).
           05  BC-REQUESTER        PIC X(08).

      *    ONE ROW PER UNIT ENTITLED TO FULL IDENTIFIERS ON A BULK
      *    LOOKUP. A UNIT NOT LISTED, OR LISTED WITH ANY LEVEL BUT F,
      *    IS SHOWN WHAT MASKHIC ALLOWS.

       FD  BULK-ENT-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  BULK-ENT-REC.
           05  BE-UNIT             PIC X(12).
           05  BE-LEVEL            PIC X(01).
               88  BE-FULL-IDS                VALUE 'F'.

       FD  BULK-REQ-FILE
           RECORD CONTAINS 15 CHARACTERS.

       01  BULK-REQ-REC.
           05  BQ-KEY-TYPE         PIC X(03).
               88  BQ-BY-RRB                  VALUE 'R  '.
               88  BQ-BY-SSA                  VALUE 'S  '.
               88  BQ-BY-MBI                  VALUE 'MBI' 'M  '.
           05  BQ-KEY              PIC X(12).

       FD  BULK-OUT-FILE
           RECORD CONTAINS 110 CHARACTERS.

           COPY BULKOUT.

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

      *    SAME LAYOUT SSAXBLD WRITES.

       FD  MBI-XREF-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

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

       01  BC-FILE-STATUS          PIC X(02).
       01  BE-FILE-STATUS          PIC X(02).
       01  BQ-FILE-STATUS          PIC X(02).
       01  BO-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  MB-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-MBIXREF-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-SETUP-FAILED         PIC X(01)  VALUE 'N'.

       01  WS-MBIX-OPEN            PIC X(01)  VALUE 'N'.
           88  MBIX-IS-OPEN                   VALUE 'Y'.
       01  WS-OUTC-OPEN            PIC X(01)  VALUE 'N'.
           88  OUTC-IS-OPEN                   VALUE 'Y'.
       01  WS-ACK-OPEN             PIC X(01)  VALUE 'N'.
           88  ACK-IS-OPEN                    VALUE 'Y'.

       01  WS-FULL-IDS             PIC X(01)  VALUE 'N'.
           88  UNIT-GETS-FULL-IDS             VALUE 'Y'.

       01  WS-TARGET-RRB-HIC       PIC X(12)  VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-REQ-READ             PIC 9(05)  VALUE ZERO.
           05  WS-REQ-RRB              PIC 9(05)  VALUE ZERO.
           05  WS-REQ-SSA              PIC 9(05)  VALUE ZERO.
           05  WS-REQ-MBI              PIC 9(05)  VALUE ZERO.
           05  WS-REQ-BAD-TYPE         PIC 9(05)  VALUE ZERO.
           05  WS-REQ-FOUND            PIC 9(05)  VALUE ZERO.
           05  WS-REQ-NOT-FOUND        PIC 9(05)  VALUE ZERO.
           05  WS-ROWS-WRITTEN         PIC 9(05)  VALUE ZERO.

      *    THE IDENTIFIERS NOT FOUND, HELD FOR THE COVER LISTING (IN
      *    THE FORM THE REQUESTING UNIT IS ENTITLED TO). PAST THE
      *    TABLE'S SIZE THEY ARE COUNTED BUT NOT LISTED - THE BULKOUT
      *    ROWS STILL CARRY EVERY ONE.

       01  WS-MISS-COUNT           PIC 9(04)  VALUE ZERO.
       01  WS-MISS-UNLISTED        PIC 9(05)  VALUE ZERO.
       01  WS-MISS-TABLE.
           05  WS-MISS-ENTRY       OCCURS 1000 TIMES.
               10  WS-MS-SEQ           PIC 9(05).
               10  WS-MS-KEY-TYPE      PIC X(03).
               10  WS-MS-KEY           PIC X(12).
               10  WS-MS-REASON        PIC X(02).
       01  WS-MISS-IDX             PIC 9(04)  VALUE ZERO.

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

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

      *    PARAMETERS FOR DSCLWRT - SAME LAYOUT AS DSCLWRT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

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

       01  WS-COVER-LINE           PIC X(132) VALUE SPACE.

       01  WS-LABEL-LINE.
           05  WS-LBL-TEXT         PIC X(24).
           05  WS-LBL-VALUE        PIC X(60).
           05  FILLER              PIC X(48)  VALUE SPACE.

       01  WS-COUNT-EDIT           PIC ZZ,ZZ9.

       01  WS-MISS-HEADING.
           05  FILLER              PIC X(08)  VALUE '  SEQ'.
           05  FILLER              PIC X(06)  VALUE 'TYPE'.
           05  FILLER              PIC X(14)  VALUE 'IDENTIFIER'.
           05  FILLER              PIC X(40)  VALUE 'REASON'.
           05  FILLER              PIC X(64)  VALUE SPACE.

       01  WS-MISS-LINE.
           05  WS-MSL-SEQ          PIC ZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-MSL-KEY-TYPE     PIC X(03).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-MSL-KEY          PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-MSL-REASON       PIC X(02).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-MSL-REASON-TEXT  PIC X(40).
           05  FILLER              PIC X(60)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              GO TO 0000-STOP
           END-IF.

           PERFORM 2000-PROCESS-REQUESTS
              THRU 2000-EXIT.

           PERFORM 3000-WRITE-COVER
              THRU 3000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

       0000-STOP.

           GOBACK.

      *    DSNS, THE CONTROL CARD, THE REQUESTING UNIT'S ENTITLEMENT,
      *    AND THE FILES. THE REQUEST FILE AND THE CROSSWALK MASTER
      *    ARE REQUIRED; THE OTHER MASTERS ARE READ WHEN THEY OPEN.

       1000-INITIALIZE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'MBIXREFT'          TO  WS-MBIXREF-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'MBIXREF '          TO  WS-MBIXREF-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

           OPEN INPUT BULK-CTL-FILE.

           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'BULKLKUP,REFUSING TO RUN - NO BULKCTL '
                      'CONTROL CARD,' BC-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACE                 TO BULK-CTL-REC.

           READ BULK-CTL-FILE
              AT END CONTINUE
           END-READ.

           CLOSE BULK-CTL-FILE.

           IF BC-UNIT = SPACE
              DISPLAY 'BULKLKUP,REFUSING TO RUN - NO REQUESTING '
                      'UNIT ON THE BULKCTL CARD'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-CHECK-ENTITLEMENT
              THRU 1100-EXIT.

           OPEN INPUT BULK-REQ-FILE.

           IF BQ-FILE-STATUS NOT = '00'
              DISPLAY 'BULKLKUP,REFUSING TO RUN - NO BULKREQ '
                      'REQUEST FILE,' BQ-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'BULKLKUP,REFUSING TO RUN - UNABLE TO OPEN '
                      'HIC-XREF-FILE,' HX-FILE-STATUS
              CLOSE BULK-REQ-FILE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN INPUT MBI-XREF-FILE.
           IF MB-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-MBIX-OPEN
           ELSE
              DISPLAY 'BULKLKUP,UNABLE TO OPEN MBIXREF,'
                      MB-FILE-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT OUTC-MASTER-FILE.
           IF OM-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-OUTC-OPEN
           ELSE
              DISPLAY 'BULKLKUP,UNABLE TO OPEN OUTCMAST,'
                      OM-FILE-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT ACK-MASTER-FILE.
           IF AK-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-ACK-OPEN
           ELSE
              DISPLAY 'BULKLKUP,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT BULK-OUT-FILE.

       1000-EXIT.
           EXIT.

      *    A MISSING BULKENT TABLE ENTITLES NOBODY.

       1100-CHECK-ENTITLEMENT.

           MOVE 'N'                   TO WS-FULL-IDS.

           OPEN INPUT BULK-ENT-FILE.

           IF BE-FILE-STATUS NOT = '00'
              GO TO 1100-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ BULK-ENT-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF BE-UNIT = BC-UNIT
                   AND BE-FULL-IDS
                      MOVE 'Y'        TO WS-FULL-IDS
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE BULK-ENT-FILE.

       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUESTS.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ BULK-REQ-FILE
                 AT END
                   MOVE 'Y'           TO WS-FILE-EOF
                 NOT AT END
                   IF BULK-REQ-REC NOT = SPACE
                      PERFORM 2100-LOOK-UP-ONE
                         THRU 2100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

       2000-EXIT.
           EXIT.

      *    ONE IDENTIFIER - RESOLVE IT TO AN RRB HIC, READ THE THREE
      *    MASTERS, MASK AS ENTITLED, WRITE THE ROW.

       2100-LOOK-UP-ONE.

           ADD 1                      TO WS-REQ-READ.

           MOVE SPACE                 TO BULK-RESULT-REC.
           MOVE WS-REQ-READ           TO BO-SEQ.
           MOVE BQ-KEY-TYPE           TO BO-KEY-TYPE.
           MOVE BQ-KEY                TO BO-KEY-IN.
           MOVE 'N'                   TO BO-FOUND.
           MOVE ZERO                  TO BO-ACK-ATTEMPTS.
           MOVE SPACE                 TO WS-TARGET-RRB-HIC.

           EVALUATE TRUE
             WHEN BQ-BY-RRB
               ADD 1                  TO WS-REQ-RRB
               MOVE BQ-KEY            TO WS-TARGET-RRB-HIC
             WHEN BQ-BY-SSA
               ADD 1                  TO WS-REQ-SSA
               PERFORM 2150-RESOLVE-SSA
                  THRU 2150-EXIT
             WHEN BQ-BY-MBI
               ADD 1                  TO WS-REQ-MBI
               MOVE 'MBI'             TO BO-KEY-TYPE
               PERFORM 2170-RESOLVE-MBI
                  THRU 2170-EXIT
             WHEN OTHER
               ADD 1                  TO WS-REQ-BAD-TYPE
               MOVE 'IT'              TO BO-NOT-FOUND-REASON
           END-EVALUATE.

           IF WS-TARGET-RRB-HIC NOT = SPACE
              PERFORM 2200-READ-CROSSWALK
                 THRU 2200-EXIT
           END-IF.

           IF BO-IS-FOUND
              ADD 1                   TO WS-REQ-FOUND
              PERFORM 2300-READ-ACKMAST
                 THRU 2300-EXIT
              PERFORM 2400-READ-OUTCOME
                 THRU 2400-EXIT
              PERFORM 2450-RECORD-DISCLOSURE
                 THRU 2450-EXIT
           ELSE
              ADD 1                   TO WS-REQ-NOT-FOUND
              IF BO-NOT-FOUND-REASON = SPACE
                 MOVE 'NF'            TO BO-NOT-FOUND-REASON
              END-IF
           END-IF.

           IF NOT UNIT-GETS-FULL-IDS
              PERFORM 2500-MASK-ROW
                 THRU 2500-EXIT
           END-IF.

           WRITE BULK-RESULT-REC.
           ADD 1                      TO WS-ROWS-WRITTEN.

           IF NOT BO-IS-FOUND
              IF WS-MISS-COUNT < 1000
                 ADD 1                TO WS-MISS-COUNT
                 MOVE BO-SEQ          TO WS-MS-SEQ (WS-MISS-COUNT)
                 MOVE BO-KEY-TYPE     TO WS-MS-KEY-TYPE (WS-MISS-COUNT)
                 MOVE BO-KEY-IN       TO WS-MS-KEY (WS-MISS-COUNT)
                 MOVE BO-NOT-FOUND-REASON
                                      TO WS-MS-REASON (WS-MISS-COUNT)
              ELSE
                 ADD 1                TO WS-MISS-UNLISTED
              END-IF
           END-IF.

       2100-EXIT.
           EXIT.

       2150-RESOLVE-SSA.

           MOVE BQ-KEY (1:11)         TO SL-SSA-HIC.
           CALL 'SSAXLOOK' USING WS-SSAXLOOK-PARAMETERS.

           EVALUATE SL-FOUND
             WHEN 'Y'
               MOVE SL-RRB-HIC        TO WS-TARGET-RRB-HIC
             WHEN 'E'
               MOVE 'NX'              TO BO-NOT-FOUND-REASON
               MOVE 4                 TO RETURN-CODE
             WHEN OTHER
               MOVE 'NF'              TO BO-NOT-FOUND-REASON
           END-EVALUATE.

       2150-EXIT.
           EXIT.

      *    A MISKEYED MBI SAYS SO INSTEAD OF SIMPLY NOT BEING FOUND.

       2170-RESOLVE-MBI.

           MOVE BQ-KEY (1:11)         TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF NOT ME-MBI-VALID
           OR BQ-KEY (12:1) NOT = SPACE
              MOVE 'IF'               TO BO-NOT-FOUND-REASON
              GO TO 2170-EXIT
           END-IF.

           IF NOT MBIX-IS-OPEN
              MOVE 'NX'               TO BO-NOT-FOUND-REASON
              GO TO 2170-EXIT
           END-IF.

           MOVE BQ-KEY (1:11)         TO MB-SSA-MBI.

           READ MBI-XREF-FILE
             INVALID KEY
               MOVE 'NF'              TO BO-NOT-FOUND-REASON
             NOT INVALID KEY
               MOVE MB-RRB-HIC        TO WS-TARGET-RRB-HIC
           END-READ.

       2170-EXIT.
           EXIT.

       2200-READ-CROSSWALK.

           MOVE WS-TARGET-RRB-HIC     TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               MOVE 'NF'              TO BO-NOT-FOUND-REASON
             NOT INVALID KEY
               MOVE 'Y'               TO BO-FOUND
               MOVE SPACE             TO BO-NOT-FOUND-REASON
               MOVE HX-RRB-HIC        TO BO-RRB-HIC
               MOVE HX-SSA-HIC        TO BO-SSA-HIC
               MOVE HX-SSA-MBI        TO BO-SSA-MBI
               MOVE HX-SSA-BIC        TO BO-SSA-BIC
               MOVE HX-MISMATCH-FLAG  TO BO-MISMATCH-FLAG
               MOVE HX-TERM-STATUS    TO BO-TERM-STATUS
               MOVE HX-TERM-DATE      TO BO-TERM-DATE
           END-READ.

       2200-EXIT.
           EXIT.

      *    NO SSA HIC ON THE CROSSWALK MEANS NEVER TRANSMITTED - N.

       2300-READ-ACKMAST.

           IF NOT ACK-IS-OPEN
              MOVE 'U'                TO BO-ACK-FOUND
              GO TO 2300-EXIT
           END-IF.

           MOVE 'N'                   TO BO-ACK-FOUND.

           IF BO-SSA-HIC = SPACE
              GO TO 2300-EXIT
           END-IF.

           MOVE BO-SSA-HIC            TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y'               TO BO-ACK-FOUND
               MOVE AK-ACK-STATUS     TO BO-ACK-STATUS
               MOVE AK-ACK-REASON     TO BO-ACK-REASON
               MOVE AK-SENT-DATE      TO BO-SENT-DATE
               MOVE AK-ACK-DATE       TO BO-ACK-DATE
               MOVE AK-ATTEMPTS       TO BO-ACK-ATTEMPTS
           END-READ.

       2300-EXIT.
           EXIT.

       2400-READ-OUTCOME.

           IF NOT OUTC-IS-OPEN
              MOVE 'U'                TO BO-OUTC-FOUND
              GO TO 2400-EXIT
           END-IF.

           MOVE BO-RRB-HIC            TO OM-RRB-HIC.

           READ OUTC-MASTER-FILE
             INVALID KEY
               MOVE 'N'               TO BO-OUTC-FOUND
             NOT INVALID KEY
               MOVE 'Y'               TO BO-OUTC-FOUND
               MOVE OM-CUR-STATUS-CAT TO BO-OUTC-CATEGORY
               MOVE OM-CUR-CONV-RESULT
                                      TO BO-OUTC-CONV-RESULT
               MOVE OM-CUR-RUN-DATE   TO BO-OUTC-RUN-DATE
           END-READ.

       2400-EXIT.
           EXIT.

      *    A FOUND ROW DISCLOSES THE BENEFICIARY'S RECORD TO THE
      *    REQUESTING UNIT - RECORDED BEFORE ANY MASKING, UNDER THE
      *    FULL HICS, WITH THE REQUEST ID AS REFERENCE.

       2450-RECORD-DISCLOSURE.

           MOVE 'W'                   TO DW-FUNCTION.
           MOVE BO-RRB-HIC            TO DW-RRB-HIC.
           MOVE BO-SSA-HIC            TO DW-SSA-HIC.
           MOVE SPACE                 TO DW-DISC-DATE.
           MOVE 'BL'                  TO DW-MECHANISM.
           MOVE BC-UNIT               TO DW-RECIPIENT.
           MOVE BC-REQUEST-ID         TO DW-REFERENCE.
           MOVE 'INQ'                 TO DW-PURPOSE.
           MOVE 'BULKLKUP'            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       2450-EXIT.
           EXIT.

      *    EVERY IDENTIFIER ON THE ROW, THE ECHOED REQUEST KEY AMONG
      *    THEM, FOR A UNIT NOT ENTITLED TO FULL VALUES.

       2500-MASK-ROW.

           MOVE BO-KEY-IN             TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO BO-KEY-IN.

           IF BO-RRB-HIC NOT = SPACE
              MOVE BO-RRB-HIC         TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT       TO BO-RRB-HIC
           END-IF.

           IF BO-SSA-HIC NOT = SPACE
              MOVE BO-SSA-HIC         TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT (1:11)
                                      TO BO-SSA-HIC
           END-IF.

           IF BO-SSA-MBI NOT = SPACE
              MOVE BO-SSA-MBI         TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT (1:11)
                                      TO BO-SSA-MBI
           END-IF.

       2500-EXIT.
           EXIT.

      *    THE COVER LISTING - WHO ASKED, THE TOTALS, AND EVERY
      *    IDENTIFIER NOT FOUND.

       3000-WRITE-COVER.

           MOVE 'I'                   TO RW-FUNCTION.
           IF BC-REQUEST-ID = SPACE
              MOVE 'BULKLKUP - BULK LIST LOOKUP' TO RW-TITLE
           ELSE
              MOVE SPACE              TO RW-TITLE
              STRING BC-REQUEST-ID
                     ' - BULKLKUP BULK LIST LOOKUP'
                     DELIMITED BY SIZE
                     INTO RW-TITLE
           END-IF.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE 'REQUEST ID:'         TO WS-LBL-TEXT.
           MOVE BC-REQUEST-ID         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'REQUESTING UNIT:'    TO WS-LBL-TEXT.
           MOVE BC-UNIT               TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'REQUESTED BY:'       TO WS-LBL-TEXT.
           MOVE BC-REQUESTER          TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'IDENTIFIERS:'        TO WS-LBL-TEXT.
           IF UNIT-GETS-FULL-IDS
              MOVE 'FULL (BULKENT ENTITLEMENT)'
                                      TO WS-LBL-VALUE
           ELSE
              MOVE 'PER SITE MASKING POLICY'
                                      TO WS-LBL-VALUE
           END-IF.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.

           MOVE 'IDENTIFIERS REQUESTED:' TO WS-LBL-TEXT.
           MOVE WS-REQ-READ           TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE '  RRB HIC (R):'      TO WS-LBL-TEXT.
           MOVE WS-REQ-RRB            TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE '  SSA HIC (S):'      TO WS-LBL-TEXT.
           MOVE WS-REQ-SSA            TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE '  MBI:'              TO WS-LBL-TEXT.
           MOVE WS-REQ-MBI            TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE '  UNKNOWN KEY TYPE:' TO WS-LBL-TEXT.
           MOVE WS-REQ-BAD-TYPE       TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'FOUND:'              TO WS-LBL-TEXT.
           MOVE WS-REQ-FOUND          TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.
           MOVE 'NOT FOUND:'          TO WS-LBL-TEXT.
           MOVE WS-REQ-NOT-FOUND      TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-LBL-VALUE.
           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.

           IF NOT MBIX-IS-OPEN
              MOVE 'MBIXREF COMPANION UNAVAILABLE - MBIS NOT RESOLVED'
                                      TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.
           IF NOT ACK-IS-OPEN
              MOVE 'ACKMAST UNAVAILABLE - ACKNOWLEDGMENT COLUMNS MARKED
      -            ' U'               TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.
           IF NOT OUTC-IS-OPEN
              MOVE 'OUTCOME MASTER UNAVAILABLE - OUTCOME COLUMNS MARKED
      -            ' U'               TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

           IF WS-MISS-COUNT > ZERO
              PERFORM 7100-WRITE-BLANK
                 THRU 7100-EXIT
              MOVE 'IDENTIFIERS NOT FOUND'
                                      TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
              MOVE WS-MISS-HEADING    TO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
              PERFORM 3100-WRITE-ONE-MISS
                 THRU 3100-EXIT
                 VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
           END-IF.

           IF WS-MISS-UNLISTED > ZERO
              MOVE WS-MISS-UNLISTED   TO WS-COUNT-EDIT
              STRING 'PLUS ' WS-COUNT-EDIT
                     ' MORE NOT FOUND - SEE THE BULKOUT ROWS'
                     DELIMITED BY SIZE
                     INTO WS-COVER-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

           MOVE 'END OF COVER LISTING' TO WS-COVER-LINE.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-COVER-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-MISS.

           MOVE WS-MS-SEQ (WS-MISS-IDX)      TO WS-MSL-SEQ.
           MOVE WS-MS-KEY-TYPE (WS-MISS-IDX) TO WS-MSL-KEY-TYPE.
           MOVE WS-MS-KEY (WS-MISS-IDX)      TO WS-MSL-KEY.
           MOVE WS-MS-REASON (WS-MISS-IDX)   TO WS-MSL-REASON.

           EVALUATE WS-MS-REASON (WS-MISS-IDX)
             WHEN 'NF'
               MOVE 'NOT ON THE CROSSWALK'   TO WS-MSL-REASON-TEXT
             WHEN 'IT'
               MOVE 'KEY TYPE NOT R, S OR MBI'
                                             TO WS-MSL-REASON-TEXT
             WHEN 'IF'
               MOVE 'NOT A VALIDLY FORMED MBI'
                                             TO WS-MSL-REASON-TEXT
             WHEN 'NX'
               MOVE 'COMPANION FILE UNAVAILABLE'
                                             TO WS-MSL-REASON-TEXT
             WHEN OTHER
               MOVE SPACE                    TO WS-MSL-REASON-TEXT
           END-EVALUATE.

           MOVE WS-MISS-LINE                 TO WS-COVER-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       3100-EXIT.
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

       8000-TERMINATE.

           CLOSE BULK-REQ-FILE
                 BULK-OUT-FILE
                 HIC-XREF-FILE.

           IF MBIX-IS-OPEN
              CLOSE MBI-XREF-FILE
           END-IF.
           IF OUTC-IS-OPEN
              CLOSE OUTC-MASTER-FILE
           END-IF.
           IF ACK-IS-OPEN
              CLOSE ACK-MASTER-FILE
           END-IF.

           MOVE 'C'                   TO DW-FUNCTION.
           MOVE 'BULKLKUP'            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

           DISPLAY 'BULKLKUP,REQUEST,' BC-REQUEST-ID ',' BC-UNIT.
           DISPLAY 'BULKLKUP,IDENTIFIERS REQUESTED,' WS-REQ-READ.
           DISPLAY 'BULKLKUP,FOUND,' WS-REQ-FOUND.
           DISPLAY 'BULKLKUP,NOT FOUND,' WS-REQ-NOT-FOUND.
           DISPLAY 'BULKLKUP,ROWS WRITTEN,' WS-ROWS-WRITTEN.

       8000-EXIT.
           EXIT.
