       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLGATE.
       AUTHOR. CHRISTIAN STRAMA.

      * CONTROL-TABLE GATE - THE SECOND STEP OF THE TABLE PROMOTION
      * PIPELINE (TBLSTAGE -> TBLGATE -> TBLPROMO). TAKES ONE STAGED
      * VERSION OF BICXWLK, BICRANGE, STATTAB OR GDGBASES AND RUNS
      * EVERY CHECK WE HAVE AGAINST IT IN ONE JOB, THEN RECORDS A
      * GO/NO-GO VERDICT FOR THE VERSION ON THE TBLPROM REGISTRY
      * (COPYBOOK TBLVREC). THE FOUR CHECKS, CALLED IN THIS ORDER:
      *   1 TABCHECK  - FIELD, DUPLICATE, ORDER AND CAPACITY EDITS
      *   2 SIMCOMP   - THE WHAT-IF COMPARE OF THE SIMDRIVE PASSES
      *                 UNDER THE LIVE AND THE STAGED TABLES
      *   3 RRBTREG   - THE CONVERSION REGRESSION DECK
      *   4 QASMOKE   - THE SMOKE CHECKS
      * THE VERSION IS GO WHEN NO CHECK ENDS RETURN CODE 8 OR MORE,
      * AND NO-GO OTHERWISE. A RETURN CODE 4 (FOR EXAMPLE SIMCOMP'S
      * NEWLY REJECTED RECORDS) DOES NOT STOP THE VERSION BUT IS
      * KEPT ON THE REGISTRY AND THE GATE LISTING (TBLGRPT) FOR THE
      * APPROVER TO WEIGH, AND THE GATE ITSELF THEN ENDS 4. ONLY A GO
      * VERSION CAN BE APPROVED IN TBLPROMO.
      *
      * CONTROL CARD (TBLGCTL): TABLE ID (1-8), VERSION (9-13).
      *
      * THE GATE JOB POINTS THE TABLE'S OWN DD (BICXWLK, BICRANGE,
      * STATTAB OR GDGBASES) AT THE STAGED COPY AS WELL AS TBLSTG, SO
      * THE CHECKS - AND RRBTOSSA/COMPL001 UNDER THEM - LOAD THE
      * STAGED TABLE, AND TABCHECK'S PRIOR-COPY DD AT THE LIVE TABLE
      * SO ITS DIFF IS EXACTLY THE CHANGE BEING GATED. THE TWO
      * SIMDRIVE PASSES (LIVE TABLES TO SIMOUTA, STAGED TO SIMOUTB)
      * RUN AS THE STEPS BEFORE THIS ONE. LIKE THE CHECKS IT CALLS,
      * THE GATE ONLY RUNS UNDER BTCHTEST - RRBTREG AND QASMOKE MUST
      * NEVER TOUCH PRODUCTION MASTERS. THE REGISTRY ITSELF IS THE
      * SAME ONE PRODUCTION USES (SEE TBLVERS).
      *
      * THE STAGED COPY IS HASHED FIRST AND MUST BE THE REGISTERED
      * VERSION - A COPY ALTERED SINCE TBLSTAGE, OR A VERSION ALREADY
      * APPROVED, PROMOTED OR WITHDRAWN, IS REFUSED WITH RETURN CODE
      * 8 AND NOTHING RUNS. A STAGED VERSION MAY BE GATED AGAIN (AFTER
      * A SIMDRIVE RERUN, SAY); THE LAST GATE RUN'S VERDICT STANDS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTROL-CARD-FILE
                                  ASSIGN TO TBLGCTL
                                  FILE STATUS IS CC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT STAGE-TABLE-FILE
                                  ASSIGN TO TBLSTG
                                  FILE STATUS IS SG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT GATE-RPT-FILE   ASSIGN TO TBLGRPT
                                  FILE STATUS IS GR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT TBLPROM-FILE    ASSIGN TO TBLPROM
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TV-KEY
                                  FILE STATUS IS TV-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CONTROL-CARD-REC.
           05  CC-TABLE-ID             PIC  X(08).
           05  CC-VERSION              PIC  X(05).
           05  FILLER                  PIC  X(67).

       FD  STAGE-TABLE-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  STAGE-TABLE-REC             PIC  X(29).

       FD  GATE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  GATE-RPT-REC                PIC  X(80).

       FD  TBLPROM-FILE.

           COPY TBLVREC.

       WORKING-STORAGE SECTION.

       01  CC-FILE-STATUS              PIC  X(02).
       01  SG-FILE-STATUS              PIC  X(02).
       01  GR-FILE-STATUS              PIC  X(02).
       01  TV-FILE-STATUS              PIC  X(02).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  NO-MORE-STAGE       PIC X(01)  VALUE 'N'.
               88  END-OF-STAGE               VALUE 'Y'.
           05  WS-GATE-VERDICT     PIC X(01)  VALUE SPACE.
               88  GATE-GO                    VALUE 'G'.
               88  GATE-NO-GO                 VALUE 'N'.

       01  WS-RUN-START-TIMESTAMP      PIC X(26).
       01  WS-NOW-TIMESTAMP            PIC X(26).
       01  WS-REFUSAL-TEXT             PIC X(60)  VALUE SPACE.

       01  WS-TABLE-ID                 PIC X(08)  VALUE SPACE.
       01  WS-VERSION                  PIC 9(05)  VALUE ZERO.
       01  WS-ROW-LENGTH               PIC 9(02)  VALUE ZERO.
       01  WS-STAGED-ROWS              PIC 9(09)  VALUE ZERO.

      *    ROW LENGTH OF EACH VERSIONED TABLE - THE LENGTH ITS ROWS
      *    ARE FINGERPRINTED OVER (SEE TBLSTAGE).

       01  WS-TABLE-DEFS.
           05  FILLER              PIC X(10)  VALUE 'BICXWLK 24'.
           05  FILLER              PIC X(10)  VALUE 'BICRANGE29'.
           05  FILLER              PIC X(10)  VALUE 'STATTAB 04'.
           05  FILLER              PIC X(10)  VALUE 'GDGBASES08'.
       01  WS-TABLE-DEF-TABLE REDEFINES WS-TABLE-DEFS.
           05  WS-TABLE-DEF            OCCURS 4 TIMES.
               10  WS-TD-TABLE-ID      PIC X(08).
               10  WS-TD-ROW-LENGTH    PIC 9(02).

       01  WS-DEF-IDX                  PIC 9(01)  VALUE ZERO.

       01  WS-CHECK-NAMES.
           05  FILLER                  PIC X(08)  VALUE 'TABCHECK'.
           05  FILLER                  PIC X(08)  VALUE 'SIMCOMP '.
           05  FILLER                  PIC X(08)  VALUE 'RRBTREG '.
           05  FILLER                  PIC X(08)  VALUE 'QASMOKE '.
       01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           05  WS-CHECK-NAME           PIC X(08)  OCCURS 4 TIMES.

       01  WS-CHECK-RCS.
           05  WS-CHECK-RC             PIC 9(02)  OCCURS 4 TIMES.

       01  WS-CHECK-IDX                PIC 9(01)  VALUE ZERO.
       01  WS-WORST-RC                 PIC 9(02)  VALUE ZERO.

       01  WS-GATE-HEADING.
           05  FILLER                  PIC X(17)  VALUE
               'TBLGATE - TABLE '.
           05  WS-GHD-TABLE-ID         PIC X(08).
           05  FILLER                  PIC X(09)  VALUE ' VERSION '.
           05  WS-GHD-VERSION          PIC 9(05).
           05  FILLER                  PIC X(06)  VALUE ' ROWS '.
           05  WS-GHD-ROWS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06)  VALUE ' BASE '.
           05  WS-GHD-BASE             PIC 9(05).
           05  FILLER                  PIC X(17)  VALUE SPACE.

       01  WS-CHECK-LINE.
           05  FILLER                  PIC X(04)  VALUE SPACE.
           05  WS-CKL-NAME             PIC X(08).
           05  FILLER                  PIC X(14)  VALUE
               '  RETURN CODE '.
           05  WS-CKL-RC               PIC 9(02).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-CKL-RESULT           PIC X(20).
           05  FILLER                  PIC X(30)  VALUE SPACE.

       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(14)  VALUE
               'GATE VERDICT: '.
           05  WS-VDL-VERDICT          PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-VDL-TEXT             PIC X(59).

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY THE FOLD FUNCTION IS USED.

       01  WS-INFILREG-PARAMETERS.
           05  IR-FUNCTION             PIC X(01).
           05  IR-SOURCE-PGM           PIC X(08).
           05  IR-FILE-CLASS           PIC X(08).
           05  IR-DDNAME               PIC X(08).
           05  IR-HEADER-DATE          PIC X(08).
           05  IR-SOURCE-CODE          PIC X(03).
           05  IR-RECORD-COUNT         PIC 9(09).
           05  IR-HASH-TOTAL           PIC 9(15).
           05  IR-ID-KIND              PIC X(01).
           05  IR-RESTART              PIC X(01).
           05  IR-RECORD-LENGTH        PIC 9(04).
           05  IR-RECORD-AREA          PIC X(80).
           05  IR-FIRST-PGM            PIC X(08).
           05  IR-FIRST-TIMESTAMP      PIC X(26).
           05  IR-RETURN-CODE          PIC 9(02).

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

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  NOT WS-TEST-MODE-ON
               DISPLAY 'TBLGATE,REFUSING TO RUN WITHOUT BTCHTEST - '
                       'THE GATE CHECKS MUST NEVER TOUCH PRODUCTION'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT RUN-REFUSED
              PERFORM 2000-HASH-STAGED-COPY
                 THRU 2000-EXIT
           END-IF.

           IF NOT RUN-REFUSED
              PERFORM 3000-RUN-CHECKS
                 THRU 3000-EXIT
              PERFORM 4000-RECORD-VERDICT
                 THRU 4000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

      *    READS THE CONTROL CARD AND THE VERSION'S REGISTRY ROW. THE
      *    REGISTRY IS CLOSED AGAIN BEFORE THE CHECKS RUN - THEIR
      *    TABLE LOADS READ IT THROUGH TBLVERS.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE 'TBLGATE '            TO IR-SOURCE-PGM
                                         MJ-SOURCE-PGM.
           MOVE 'TBLPROM '            TO MJ-FILE-ID.

           OPEN OUTPUT GATE-RPT-FILE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF CC-FILE-STATUS = '00'
              READ CONTROL-CARD-FILE
                AT END MOVE SPACE      TO CONTROL-CARD-REC
              END-READ
              CLOSE CONTROL-CARD-FILE
           ELSE
              MOVE SPACE               TO CONTROL-CARD-REC
           END-IF.

           MOVE CC-TABLE-ID            TO WS-TABLE-ID.

           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                     UNTIL WS-DEF-IDX > 4
                        OR WS-TD-TABLE-ID (WS-DEF-IDX) = WS-TABLE-ID
               CONTINUE
           END-PERFORM.

           IF WS-DEF-IDX > 4
           OR CC-VERSION NOT NUMERIC
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'TBLGCTL MISSING OR INVALID'
                                       TO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE CC-VERSION             TO WS-VERSION.
           MOVE WS-TD-ROW-LENGTH (WS-DEF-IDX) TO WS-ROW-LENGTH.

           PERFORM 1100-READ-VERSION
              THRU 1100-EXIT.

           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           CLOSE TBLPROM-FILE.

           IF  NOT TV-STAGED
           AND NOT TV-GATE-GO
           AND NOT TV-GATE-NO-GO
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE SPACE               TO WS-REFUSAL-TEXT
              STRING 'VERSION IS AT STAGE ' TV-STAGE
                     ' - ONLY A STAGED VERSION CAN BE GATED'
                     DELIMITED BY SIZE
                     INTO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE WS-TABLE-ID            TO WS-GHD-TABLE-ID.
           MOVE WS-VERSION             TO WS-GHD-VERSION.
           MOVE TV-ROW-COUNT           TO WS-GHD-ROWS.
           MOVE TV-BASE-VERSION        TO WS-GHD-BASE.
           MOVE WS-GATE-HEADING        TO GATE-RPT-REC.
           WRITE GATE-RPT-REC.

       1000-EXIT.
           EXIT.

      *    OPENS THE REGISTRY I-O AND READS THE VERSION'S ROW.

       1100-READ-VERSION.

           OPEN I-O TBLPROM-FILE.

           IF TV-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO OPEN THE TBLPROM VERSION REGISTRY'
                                       TO WS-REFUSAL-TEXT
              GO TO 1100-EXIT
           END-IF.

           MOVE WS-TABLE-ID            TO TV-TABLE-ID.
           MOVE WS-VERSION             TO TV-VERSION.

           READ TBLPROM-FILE
             INVALID KEY
               MOVE 'Y'                TO WS-RUN-REFUSED
               MOVE 'VERSION NOT ON THE TBLPROM REGISTRY'
                                       TO WS-REFUSAL-TEXT
               CLOSE TBLPROM-FILE
           END-READ.

       1100-EXIT.
           EXIT.

      *    THE STAGED COPY MUST BE THE VERSION TBLSTAGE REGISTERED.

       2000-HASH-STAGED-COPY.

           MOVE ZERO                   TO IR-RECORD-COUNT
                                          IR-HASH-TOTAL.

           OPEN INPUT STAGE-TABLE-FILE.

           IF SG-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO OPEN THE STAGED COPY ON TBLSTG'
                                       TO WS-REFUSAL-TEXT
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-STAGE
               READ STAGE-TABLE-FILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-STAGE
                 NOT AT END
                   ADD 1               TO WS-STAGED-ROWS
                   MOVE 'F'            TO IR-FUNCTION
                   MOVE WS-ROW-LENGTH  TO IR-RECORD-LENGTH
                   MOVE SPACE          TO IR-RECORD-AREA
                   MOVE STAGE-TABLE-REC (1:WS-ROW-LENGTH)
                                       TO IR-RECORD-AREA
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
               END-READ
           END-PERFORM.

           CLOSE STAGE-TABLE-FILE.

           IF  IR-RECORD-COUNT = TV-ROW-COUNT
           AND IR-HASH-TOTAL   = TV-CONTENT-HASH
              GO TO 2000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-RUN-REFUSED.
           MOVE 'TBLSTG IS NOT THE REGISTERED CONTENT OF THIS VERSION'
                                       TO WS-REFUSAL-TEXT.
           DISPLAY 'TBLGATE,' WS-TABLE-ID ',VERSION ' WS-VERSION
                   ' REGISTERED ' TV-ROW-COUNT ' ROWS HASH '
                   TV-CONTENT-HASH.
           DISPLAY 'TBLGATE,' WS-TABLE-ID ',TBLSTG HAS '
                   IR-RECORD-COUNT ' ROWS HASH ' IR-HASH-TOTAL.

       2000-EXIT.
           EXIT.

      *    RUNS THE FOUR CHECKS, EACH AS A CALL THAT ENDS IN GOBACK,
      *    AND KEEPS EACH ONE'S RETURN CODE.

       3000-RUN-CHECKS.

           MOVE ZERO                   TO RETURN-CODE.
           CALL 'TABCHECK'.
           MOVE RETURN-CODE            TO WS-CHECK-RC (1).

           MOVE ZERO                   TO RETURN-CODE.
           CALL 'SIMCOMP'.
           MOVE RETURN-CODE            TO WS-CHECK-RC (2).

           MOVE ZERO                   TO RETURN-CODE.
           CALL 'RRBTREG'.
           MOVE RETURN-CODE            TO WS-CHECK-RC (3).

           MOVE ZERO                   TO RETURN-CODE.
           CALL 'QASMOKE'.
           MOVE RETURN-CODE            TO WS-CHECK-RC (4).

           MOVE ZERO                   TO RETURN-CODE
                                          WS-WORST-RC.

           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                     UNTIL WS-CHECK-IDX > 4
               MOVE WS-CHECK-NAME (WS-CHECK-IDX) TO WS-CKL-NAME
               MOVE WS-CHECK-RC   (WS-CHECK-IDX) TO WS-CKL-RC
               IF WS-CHECK-RC (WS-CHECK-IDX) >= 8
                  MOVE 'FAILED'        TO WS-CKL-RESULT
               ELSE
               IF WS-CHECK-RC (WS-CHECK-IDX) > ZERO
                  MOVE 'PASSED - WARNING'
                                       TO WS-CKL-RESULT
               ELSE
                  MOVE 'PASSED'        TO WS-CKL-RESULT
               END-IF
               END-IF
               IF WS-CHECK-RC (WS-CHECK-IDX) > WS-WORST-RC
                  MOVE WS-CHECK-RC (WS-CHECK-IDX) TO WS-WORST-RC
               END-IF
               MOVE WS-CHECK-LINE      TO GATE-RPT-REC
               WRITE GATE-RPT-REC
               DISPLAY 'TBLGATE,' WS-CKL-NAME ',RETURN CODE,'
                       WS-CKL-RC
           END-PERFORM.

           IF WS-WORST-RC >= 8
              MOVE 'N'                 TO WS-GATE-VERDICT
           ELSE
              MOVE 'G'                 TO WS-GATE-VERDICT
           END-IF.

       3000-EXIT.
           EXIT.

      *    RE-READS THE VERSION (THE REGISTRY WAS CLOSED WHILE THE
      *    CHECKS RAN) AND RECORDS THE VERDICT AND THE FOUR RETURN
      *    CODES ON IT.

       4000-RECORD-VERDICT.

           PERFORM 1100-READ-VERSION
              THRU 1100-EXIT.

           IF RUN-REFUSED
              GO TO 4000-EXIT
           END-IF.

           IF  NOT TV-STAGED
           AND NOT TV-GATE-GO
           AND NOT TV-GATE-NO-GO
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'VERSION CHANGED STAGE WHILE THE GATE RAN'
                                       TO WS-REFUSAL-TEXT
              CLOSE TBLPROM-FILE
              GO TO 4000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

           MOVE WS-GATE-VERDICT        TO TV-STAGE.
           MOVE WS-NOW-TIMESTAMP (1:14) TO TV-GATE-TS.
           MOVE WS-CHECK-RCS           TO TV-GATE-RCS.

           REWRITE TABLE-VERSION-REC
             INVALID KEY
               MOVE 'Y'                TO WS-RUN-REFUSED
               MOVE 'REGISTRY REWRITE FAILED - VERDICT NOT RECORDED'
                                       TO WS-REFUSAL-TEXT
             NOT INVALID KEY
               MOVE 'R'                TO MJ-ACTION
               MOVE TABLE-VERSION-REC  TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

           CLOSE TBLPROM-FILE.

       4000-EXIT.
           EXIT.

       8000-TERMINATE.

           IF RUN-REFUSED
              MOVE 'NONE '             TO WS-VDL-VERDICT
              MOVE WS-REFUSAL-TEXT     TO WS-VDL-TEXT
              DISPLAY 'TBLGATE,' WS-TABLE-ID ',REFUSED,'
                      WS-REFUSAL-TEXT
           ELSE
           IF GATE-GO
              MOVE 'GO   '             TO WS-VDL-VERDICT
              MOVE 'VERSION MAY NOW BE APPROVED IN TBLPROMO'
                                       TO WS-VDL-TEXT
           ELSE
              MOVE 'NO-GO'             TO WS-VDL-VERDICT
              MOVE 'A CHECK FAILED - RESTAGE A CORRECTED DECK'
                                       TO WS-VDL-TEXT
           END-IF
           END-IF.

           MOVE WS-VERDICT-LINE        TO GATE-RPT-REC.
           WRITE GATE-RPT-REC.
           CLOSE GATE-RPT-FILE.

           DISPLAY 'TBLGATE,' WS-TABLE-ID ',VERSION ' WS-VERSION
                   ',VERDICT ' WS-VDL-VERDICT.

           MOVE 'TBLGATE '             TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'TBLSTG  '             TO RL-INPUT-DDNAME.
           MOVE WS-STAGED-ROWS         TO RL-RECORDS-READ.
           MOVE ZERO                   TO RL-RECORDS-ACCEPTED
                                          RL-RECORDS-REJECTED.

           IF RUN-REFUSED OR GATE-NO-GO
              MOVE 08                  TO RL-SEVERITY
           ELSE
           IF WS-WORST-RC > ZERO
              MOVE 04                  TO RL-SEVERITY
           ELSE
              MOVE 00                  TO RL-SEVERITY
           END-IF
           END-IF.

           IF GATE-GO
              MOVE WS-STAGED-ROWS      TO RL-RECORDS-ACCEPTED
           ELSE
              MOVE WS-STAGED-ROWS      TO RL-RECORDS-REJECTED
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY            TO RETURN-CODE.

       8000-EXIT.
           EXIT.
