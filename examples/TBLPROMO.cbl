       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPROMO.
       AUTHOR. CHRISTIAN STRAMA.

      * CONTROL-TABLE APPROVAL AND PROMOTION - THE LAST STEP OF THE
      * TABLE PROMOTION PIPELINE (TBLSTAGE -> TBLGATE -> TBLPROMO).
      * ONE CONTROL CARD (TBLPCTL), ONE FUNCTION PER RUN:
      *   COL 1      FUNCTION - A APPROVE, P PROMOTE
      *   COL 2-9    TABLE ID (BICXWLK, BICRANGE, STATTAB, GDGBASES)
      *   COL 10-14  VERSION
      *   COL 15-22  APPROVER ID (APPROVE ONLY)
      *
      * APPROVE RECORDS WHO SIGNED THE VERSION OFF. ONLY A VERSION THE
      * GATE PASSED (STAGE G ON THE TBLPROM REGISTRY) CAN BE APPROVED,
      * AND THE APPROVER ID MAY NOT BE BLANK.
      *
      * PROMOTE MAKES AN APPROVED VERSION THE LIVE TABLE. IT IS
      * REFUSED UNLESS ALL OF THESE HOLD:
      *   - THE VERSION IS AT STAGE A WITH AN APPROVER RECORDED
      *   - THE TABLE'S LIVE VERSION IS STILL THE ONE THE VERSION WAS
      *     STAGED FROM (TV-BASE-VERSION) - IF ANOTHER VERSION WAS
      *     PROMOTED IN BETWEEN, THIS ONE WAS BUILT ON A STALE TABLE
      *     AND MUST BE RESTAGED
      *   - THE STAGED COPY ON TBLSTG STILL HASHES TO THE REGISTERED
      *     CONTENT, SO WHAT GOES LIVE IS EXACTLY WHAT WAS GATED
      * THE STAGED COPY IS THEN WRITTEN TO TBLNEW, WHICH THE PROMOTION
      * JOB CATALOGS AS THE TABLE'S NEW LIVE DATASET, THE OLD LIVE
      * VERSION IS MARKED RETIRED (R) AND THE NEW ONE LIVE (L). THE
      * RETIRED VERSION'S STAGED COPY IS KEPT BY THE JOB, SO BACKING
      * A PROMOTION OUT IS A NORMAL STAGE/GATE/PROMOTE OF THAT COPY.
      *
      * EVERY CONDITION IS CHECKED BEFORE TBLNEW OR THE REGISTRY IS
      * WRITTEN, SO A REFUSAL ENDS RETURN CODE 8 WITH BOTH UNTOUCHED.
      * THE PROMOTION JOB'S CATALOG STEP IS CONDITIONED ON A ZERO
      * RETURN CODE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTROL-CARD-FILE
                                  ASSIGN TO TBLPCTL
                                  FILE STATUS IS CC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT STAGE-TABLE-FILE
                                  ASSIGN TO TBLSTG
                                  FILE STATUS IS SG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT NEW-LIVE-FILE   ASSIGN TO TBLNEW
                                  FILE STATUS IS NL-FILE-STATUS
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
           05  CC-FUNCTION             PIC  X(01).
               88  CC-APPROVE                      VALUE 'A'.
               88  CC-PROMOTE                      VALUE 'P'.
           05  CC-TABLE-ID             PIC  X(08).
           05  CC-VERSION              PIC  X(05).
           05  CC-APPROVER-ID          PIC  X(08).
           05  FILLER                  PIC  X(58).

       FD  STAGE-TABLE-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  STAGE-TABLE-REC             PIC  X(29).

       FD  NEW-LIVE-FILE
           RECORD IS VARYING IN SIZE FROM 4 TO 29 CHARACTERS
           DEPENDING ON WS-ROW-LENGTH.

       01  NEW-LIVE-REC                PIC  X(29).

       FD  TBLPROM-FILE.

           COPY TBLVREC.

       WORKING-STORAGE SECTION.

       01  CC-FILE-STATUS              PIC  X(02).
       01  SG-FILE-STATUS              PIC  X(02).
       01  NL-FILE-STATUS              PIC  X(02).
       01  TV-FILE-STATUS              PIC  X(02).

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  WS-REGISTRY-OPEN    PIC X(01)  VALUE 'N'.
               88  REGISTRY-OPEN              VALUE 'Y'.
           05  NO-MORE-STAGE       PIC X(01)  VALUE 'N'.
               88  END-OF-STAGE               VALUE 'Y'.
           05  NO-MORE-VERSIONS    PIC X(01)  VALUE 'N'.
               88  END-OF-VERSIONS            VALUE 'Y'.

       01  WS-RUN-START-TIMESTAMP      PIC X(26).
       01  WS-NOW-TIMESTAMP            PIC X(26).
       01  WS-REFUSAL-TEXT             PIC X(60)  VALUE SPACE.

       01  WS-TABLE-ID                 PIC X(08)  VALUE SPACE.
       01  WS-VERSION                  PIC 9(05)  VALUE ZERO.
       01  WS-LIVE-VERSION             PIC 9(05)  VALUE ZERO.
       01  WS-ROW-LENGTH               PIC 9(02)  VALUE 29.
       01  WS-TABLE-ROW-LENGTH         PIC 9(02)  VALUE ZERO.
       01  WS-STAGED-ROWS              PIC 9(09)  VALUE ZERO.
       01  WS-ROWS-WRITTEN             PIC 9(09)  VALUE ZERO.

      *    ROW LENGTH OF EACH VERSIONED TABLE - THE LENGTH ITS ROWS
      *    ARE FINGERPRINTED OVER AND WRITTEN AT (SEE TBLSTAGE).

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

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT RUN-REFUSED
              IF CC-APPROVE
                 PERFORM 2000-APPROVE-VERSION
                    THRU 2000-EXIT
              ELSE
                 PERFORM 3000-PROMOTE-VERSION
                    THRU 3000-EXIT
              END-IF
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

      *    READS THE CONTROL CARD AND THE VERSION'S REGISTRY ROW.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE 'TBLPROMO'            TO IR-SOURCE-PGM
                                         MJ-SOURCE-PGM.
           MOVE 'TBLPROM '            TO MJ-FILE-ID.

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
           OR NOT (CC-APPROVE OR CC-PROMOTE)
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'TBLPCTL MISSING OR INVALID'
                                       TO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE CC-VERSION             TO WS-VERSION.
           MOVE WS-TD-ROW-LENGTH (WS-DEF-IDX)
                                       TO WS-TABLE-ROW-LENGTH.

           OPEN I-O TBLPROM-FILE.

           IF TV-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO OPEN THE TBLPROM VERSION REGISTRY'
                                       TO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-REGISTRY-OPEN.

           PERFORM 1100-READ-VERSION
              THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-VERSION.

           MOVE WS-TABLE-ID            TO TV-TABLE-ID.
           MOVE WS-VERSION             TO TV-VERSION.

           READ TBLPROM-FILE
             INVALID KEY
               MOVE 'Y'                TO WS-RUN-REFUSED
               MOVE 'VERSION NOT ON THE TBLPROM REGISTRY'
                                       TO WS-REFUSAL-TEXT
           END-READ.

       1100-EXIT.
           EXIT.

      *    APPROVE - GO VERSION ONLY, NAMED APPROVER REQUIRED.

       2000-APPROVE-VERSION.

           IF NOT TV-GATE-GO
              MOVE 'Y'                 TO WS-RUN-REFUSED
              STRING 'VERSION IS AT STAGE ' TV-STAGE
                     ' - ONLY A GATE GO VERSION CAN BE APPROVED'
                     DELIMITED BY SIZE
                     INTO WS-REFUSAL-TEXT
              GO TO 2000-EXIT
           END-IF.

           IF CC-APPROVER-ID = SPACE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'APPROVER ID IS REQUIRED TO APPROVE A VERSION'
                                       TO WS-REFUSAL-TEXT
              GO TO 2000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

           MOVE 'A'                    TO TV-STAGE.
           MOVE CC-APPROVER-ID         TO TV-APPROVER-ID.
           MOVE WS-NOW-TIMESTAMP (1:14) TO TV-APPROVED-TS.

           PERFORM 5000-REWRITE-VERSION
              THRU 5000-EXIT.

           IF NOT RUN-REFUSED
              DISPLAY 'TBLPROMO,' WS-TABLE-ID ',VERSION ' WS-VERSION
                      ' APPROVED BY ' TV-APPROVER-ID
           END-IF.

       2000-EXIT.
           EXIT.

      *    PROMOTE - EVERY CONDITION IS CHECKED BEFORE ANYTHING IS
      *    WRITTEN, THEN THE NEW LIVE COPY, THEN THE REGISTRY.

       3000-PROMOTE-VERSION.

           IF NOT TV-APPROVED
           OR TV-APPROVER-ID = SPACE
              MOVE 'Y'                 TO WS-RUN-REFUSED
              STRING 'VERSION IS AT STAGE ' TV-STAGE
                     ' - ONLY AN APPROVED VERSION CAN BE PROMOTED'
                     DELIMITED BY SIZE
                     INTO WS-REFUSAL-TEXT
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-FIND-LIVE-VERSION
              THRU 3100-EXIT.

           PERFORM 1100-READ-VERSION
              THRU 1100-EXIT.

           IF RUN-REFUSED
              GO TO 3000-EXIT
           END-IF.

           IF TV-BASE-VERSION NOT = WS-LIVE-VERSION
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'LIVE TABLE HAS CHANGED SINCE STAGING - RESTAGE'
                                       TO WS-REFUSAL-TEXT
              DISPLAY 'TBLPROMO,' WS-TABLE-ID ',STAGED FROM VERSION '
                      TV-BASE-VERSION ', LIVE IS ' WS-LIVE-VERSION
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-HASH-STAGED-COPY
              THRU 3200-EXIT.

           IF RUN-REFUSED
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-WRITE-NEW-LIVE
              THRU 3300-EXIT.

           IF RUN-REFUSED
              GO TO 3000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

           IF WS-LIVE-VERSION > ZERO
              MOVE WS-TABLE-ID         TO TV-TABLE-ID
              MOVE WS-LIVE-VERSION     TO TV-VERSION
              READ TBLPROM-FILE
                INVALID KEY
                  MOVE 'Y'             TO WS-RUN-REFUSED
                  MOVE 'LIVE VERSION ROW VANISHED FROM THE REGISTRY'
                                       TO WS-REFUSAL-TEXT
                  GO TO 3000-EXIT
              END-READ
              MOVE 'R'                 TO TV-STAGE
              PERFORM 5000-REWRITE-VERSION
                 THRU 5000-EXIT
              IF RUN-REFUSED
                 GO TO 3000-EXIT
              END-IF
           END-IF.

           PERFORM 1100-READ-VERSION
              THRU 1100-EXIT.

           IF RUN-REFUSED
              GO TO 3000-EXIT
           END-IF.

           MOVE 'L'                    TO TV-STAGE.
           MOVE WS-NOW-TIMESTAMP (1:14) TO TV-PROMOTED-TS.

           PERFORM 5000-REWRITE-VERSION
              THRU 5000-EXIT.

           IF NOT RUN-REFUSED
              DISPLAY 'TBLPROMO,' WS-TABLE-ID ',VERSION ' WS-VERSION
                      ' PROMOTED, ' WS-ROWS-WRITTEN ' ROWS, RETIRING '
                      WS-LIVE-VERSION
           END-IF.

       3000-EXIT.
           EXIT.

      *    THE TABLE'S CURRENT LIVE VERSION, ZERO IF IT HAS NONE.

       3100-FIND-LIVE-VERSION.

           MOVE ZERO                   TO WS-LIVE-VERSION.
           MOVE 'N'                    TO NO-MORE-VERSIONS.
           MOVE WS-TABLE-ID            TO TV-TABLE-ID.
           MOVE ZERO                   TO TV-VERSION.

           START TBLPROM-FILE KEY NOT < TV-KEY
             INVALID KEY
               MOVE 'Y'                TO NO-MORE-VERSIONS
           END-START.

           PERFORM UNTIL END-OF-VERSIONS
               READ TBLPROM-FILE NEXT RECORD
                 AT END
                   MOVE 'Y'            TO NO-MORE-VERSIONS
                 NOT AT END
                   IF TV-TABLE-ID NOT = WS-TABLE-ID
                      MOVE 'Y'         TO NO-MORE-VERSIONS
                   ELSE
                   IF TV-LIVE
                      MOVE TV-VERSION  TO WS-LIVE-VERSION
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.

       3100-EXIT.
           EXIT.

      *    THE STAGED COPY MUST STILL BE THE REGISTERED CONTENT.

       3200-HASH-STAGED-COPY.

           MOVE ZERO                   TO IR-RECORD-COUNT
                                          IR-HASH-TOTAL
                                          WS-STAGED-ROWS.
           MOVE 'N'                    TO NO-MORE-STAGE.

           OPEN INPUT STAGE-TABLE-FILE.

           IF SG-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO OPEN THE STAGED COPY ON TBLSTG'
                                       TO WS-REFUSAL-TEXT
              GO TO 3200-EXIT
           END-IF.

           PERFORM UNTIL END-OF-STAGE
               READ STAGE-TABLE-FILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-STAGE
                 NOT AT END
                   ADD 1               TO WS-STAGED-ROWS
                   MOVE 'F'            TO IR-FUNCTION
                   MOVE WS-TABLE-ROW-LENGTH
                                       TO IR-RECORD-LENGTH
                   MOVE SPACE          TO IR-RECORD-AREA
                   MOVE STAGE-TABLE-REC (1:WS-TABLE-ROW-LENGTH)
                                       TO IR-RECORD-AREA
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
               END-READ
           END-PERFORM.

           CLOSE STAGE-TABLE-FILE.

           IF  IR-RECORD-COUNT = TV-ROW-COUNT
           AND IR-HASH-TOTAL   = TV-CONTENT-HASH
              GO TO 3200-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-RUN-REFUSED.
           MOVE 'TBLSTG IS NOT THE REGISTERED CONTENT OF THIS VERSION'
                                       TO WS-REFUSAL-TEXT.

       3200-EXIT.
           EXIT.

      *    SECOND PASS - COPIES THE VERIFIED STAGED ROWS TO TBLNEW AT
      *    THE TABLE'S OWN ROW LENGTH.

       3300-WRITE-NEW-LIVE.

           MOVE 'N'                    TO NO-MORE-STAGE.
           MOVE WS-TABLE-ROW-LENGTH    TO WS-ROW-LENGTH.

           OPEN INPUT STAGE-TABLE-FILE.
           OPEN OUTPUT NEW-LIVE-FILE.

           IF SG-FILE-STATUS NOT = '00'
           OR NL-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO COPY TBLSTG TO THE NEW LIVE TABLE TBLNEW'
                                       TO WS-REFUSAL-TEXT
              GO TO 3300-EXIT
           END-IF.

           PERFORM UNTIL END-OF-STAGE
               READ STAGE-TABLE-FILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-STAGE
                 NOT AT END
                   MOVE STAGE-TABLE-REC TO NEW-LIVE-REC
                   WRITE NEW-LIVE-REC
                   ADD 1               TO WS-ROWS-WRITTEN
               END-READ
           END-PERFORM.

           CLOSE STAGE-TABLE-FILE
                 NEW-LIVE-FILE.

       3300-EXIT.
           EXIT.

       5000-REWRITE-VERSION.

           REWRITE TABLE-VERSION-REC
             INVALID KEY
               MOVE 'Y'                TO WS-RUN-REFUSED
               MOVE 'REGISTRY REWRITE FAILED'
                                       TO WS-REFUSAL-TEXT
             NOT INVALID KEY
               MOVE 'R'                TO MJ-ACTION
               MOVE TABLE-VERSION-REC  TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

       5000-EXIT.
           EXIT.

       8000-TERMINATE.

           IF REGISTRY-OPEN
              CLOSE TBLPROM-FILE
           END-IF.

           IF RUN-REFUSED
              DISPLAY 'TBLPROMO,' WS-TABLE-ID ',VERSION ' WS-VERSION
                      ',REFUSED,' WS-REFUSAL-TEXT
           END-IF.

           MOVE 'TBLPROMO'             TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'TBLSTG  '             TO RL-INPUT-DDNAME.
           MOVE WS-STAGED-ROWS         TO RL-RECORDS-READ.
           MOVE WS-ROWS-WRITTEN        TO RL-RECORDS-ACCEPTED.
           MOVE ZERO                   TO RL-RECORDS-REJECTED.

           IF RUN-REFUSED
              MOVE 08                  TO RL-SEVERITY
           ELSE
              MOVE 00                  TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY            TO RETURN-CODE.

       8000-EXIT.
           EXIT.
