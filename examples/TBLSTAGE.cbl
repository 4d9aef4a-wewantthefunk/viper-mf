       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLSTAGE.
       AUTHOR. CHRISTIAN STRAMA.

      * CONTROL-TABLE STAGING - THE FIRST STEP OF THE TABLE PROMOTION
      * PIPELINE (TBLSTAGE -> TBLGATE -> TBLPROMO). A CHANGE TO
      * BICXWLK, BICRANGE, STATTAB OR GDGBASES USED TO GO STRAIGHT
      * INTO THE LIVE DATASET, AND WHEN A NIGHT CONVERTED DIFFERENTLY
      * NOBODY COULD SAY WHICH VERSION OF WHICH TABLE HAD BEEN IN
      * FORCE. NOW A CHANGE IS HANDED IN AS A DECK, APPLIED HERE TO A
      * STAGING COPY OF THE LIVE TABLE, AND REGISTERED ON THE TBLPROM
      * VERSION REGISTRY (COPYBOOK TBLVREC) AS THE NEXT VERSION OF
      * THE TABLE, STAGE 'S', WITH ITS ROW COUNT AND CONTENT HASH.
      * NOTHING REACHES THE LIVE TABLE UNTIL TBLGATE HAS PASSED THE
      * VERSION AND TBLPROMO HAS PROMOTED IT UNDER AN APPROVER'S ID.
      *
      * CONTROL CARD (TBLSCTL): THE TABLE ID IN COLUMNS 1-8.
      *
      * CHANGE DECK (TBLDECK), ONE CHANGE PER RECORD - THE STATMNT
      * DECK GENERALIZED TO ALL FOUR TABLES: ACTION ('A' ADD, 'C'
      * CHANGE, 'D' DELETE) IN COLUMN 1, FOLLOWED BY THE TABLE ROW
      * EXACTLY AS IT IS LAID OUT ON THE TABLE. A ROW IS FOUND BY ITS
      * KEY -
      *   BICXWLK   PREFIX + EFFECTIVE DATE  (A DATED PREFIX CHANGE
      *   BICRANGE  BIC PREFIX + EFFECTIVE    IS A ROW OF ITS OWN)
      *             DATE
      *   STATTAB   STATUS CODE
      *   GDGBASES  THE WHOLE BASE NAME
      * AN ADD GOES ON THE END OF THE TABLE (RRBTOSSA'S FIRST-MATCH
      * RULE MAKES ROW ORDER MEANINGFUL), EXCEPT ON STATTAB, WHERE IT
      * GOES IN ASCENDING CODE ORDER AS COMPL001 REQUIRES. A CHANGE
      * REPLACES THE ROW IN PLACE. FIELD-LEVEL VALIDATION IS LEFT TO
      * TABCHECK, WHICH TBLGATE RUNS AGAINST THE STAGED COPY.
      *
      * THE LIVE TABLE (TBLLIVE) MUST BE THE VERSION THE REGISTRY
      * SAYS IS LIVE - SAME ROW COUNT, SAME HASH - OR THE RUN IS
      * REFUSED (RETURN CODE 8): A TABLE EDITED OUTSIDE THE PIPELINE
      * IS NOT BUILT ON. THE VERY FIRST STAGING OF A TABLE, WHEN NO
      * VERSION IS LIVE YET, TAKES THE LIVE TABLE AS IT FINDS IT
      * (BASE VERSION ZERO) - AN EMPTY DECK THEN SIMPLY REGISTERS
      * THE CURRENT TABLE SO IT CAN BE GATED AND PROMOTED AS THE
      * FIRST VERSION. A DECK WITH ANY REJECTED CHANGE STAGES NOTHING
      * AND ENDS RETURN CODE 8, THE STATMNT RULE. STAGING A NEW
      * VERSION WITHDRAWS ('W') ANY EARLIER VERSION OF THE TABLE NOT
      * YET PROMOTED, SO ONLY THE LATEST CAN GO FORWARD.
      *
      * THE CONTENT HASH IS THE INFILREG FINGERPRINT OF THE ROWS IN
      * TABLE ORDER, SO TBLGATE, TBLPROMO AND EVERY LOADING PROGRAM
      * (THROUGH TBLVERS) CAN TELL THE SAME TABLE FROM A DIFFERENT
      * ONE. REGISTRY WRITES ARE JOURNALED THROUGH MSTJRNL. THE
      * CHANGE-AUDIT LISTING IS TBLSAUD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTROL-CARD-FILE
                                  ASSIGN TO TBLSCTL
                                  FILE STATUS IS CC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    OPTIONAL - A TABLE THE SITE HAS NEVER MAINTAINED STARTS
      *    FROM EMPTY AND A DECK OF ADDS.

           SELECT OPTIONAL LIVE-TABLE-FILE
                                  ASSIGN TO TBLLIVE
                                  FILE STATUS IS LT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DECK-FILE       ASSIGN TO TBLDECK
                                  FILE STATUS IS DK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT STAGE-TABLE-FILE
                                  ASSIGN TO TBLSTG
                                  FILE STATUS IS SG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT AUDIT-RPT-FILE  ASSIGN TO TBLSAUD
                                  FILE STATUS IS AU-FILE-STATUS
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
           05  FILLER                  PIC  X(72).

       FD  LIVE-TABLE-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  LIVE-TABLE-REC              PIC  X(29).

       FD  DECK-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  DECK-REC.
           05  DK-ACTION               PIC  X(01).
               88  DK-ADD                          VALUE 'A'.
               88  DK-CHANGE                       VALUE 'C'.
               88  DK-DELETE                       VALUE 'D'.
           05  DK-ROW                  PIC  X(29).

       FD  STAGE-TABLE-FILE
           RECORD IS VARYING IN SIZE FROM 4 TO 29 CHARACTERS
           DEPENDING ON WS-ROW-LENGTH.

       01  STAGE-TABLE-REC             PIC  X(29).

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AUDIT-RPT-REC               PIC  X(80).

       FD  TBLPROM-FILE.

           COPY TBLVREC.

       WORKING-STORAGE SECTION.

       01  CC-FILE-STATUS              PIC  X(02).
       01  LT-FILE-STATUS              PIC  X(02).
       01  DK-FILE-STATUS              PIC  X(02).
       01  SG-FILE-STATUS              PIC  X(02).
       01  AU-FILE-STATUS              PIC  X(02).
       01  TV-FILE-STATUS              PIC  X(02).

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  NO-MORE-LIVE        PIC X(01)  VALUE 'N'.
               88  END-OF-LIVE                VALUE 'Y'.
           05  NO-MORE-DECK        PIC X(01)  VALUE 'N'.
               88  END-OF-DECK                VALUE 'Y'.
           05  NO-MORE-VERSIONS    PIC X(01)  VALUE 'N'.
               88  END-OF-VERSIONS            VALUE 'Y'.
           05  WS-REGISTRY-OPEN    PIC X(01)  VALUE 'N'.
               88  REGISTRY-OPEN              VALUE 'Y'.
           05  WS-DECK-OPEN        PIC X(01)  VALUE 'N'.
               88  DECK-OPEN                  VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X(01)  VALUE 'N'.
               88  SCAN-DONE                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LIVE-ROWS            PIC 9(09)  VALUE ZERO.
           05  WS-TRANS-READ           PIC 9(09)  VALUE ZERO.
           05  WS-TRANS-APPLIED        PIC 9(09)  VALUE ZERO.
           05  WS-TRANS-REJECTED       PIC 9(09)  VALUE ZERO.
           05  WS-STAGED-ROWS          PIC 9(09)  VALUE ZERO.
           05  WS-WITHDRAWN-COUNT      PIC 9(05)  VALUE ZERO.

       01  WS-RUN-START-TIMESTAMP      PIC X(26).
       01  WS-NOW-TIMESTAMP            PIC X(26).
       01  WS-REFUSAL-TEXT             PIC X(60)  VALUE SPACE.

      *    ONE ROW PER VERSIONED TABLE: ID, ROW LENGTH, THE TWO PARTS
      *    OF THE ROW KEY (OFFSET AND LENGTH, A ZERO LENGTH FOR AN
      *    UNUSED SECOND PART) AND THE ORDER AN ADD IS PLACED IN -
      *    'S' SORTED BY KEY, 'F' ON THE END IN FILE ORDER.

       01  WS-TABLE-DEFS.
           05  FILLER              PIC X(19)  VALUE
               'BICXWLK 2401030908F'.
           05  FILLER              PIC X(19)  VALUE
               'BICRANGE2901011408F'.
           05  FILLER              PIC X(19)  VALUE
               'STATTAB 0401020000S'.
           05  FILLER              PIC X(19)  VALUE
               'GDGBASES0801080000F'.
       01  WS-TABLE-DEF-TABLE REDEFINES WS-TABLE-DEFS.
           05  WS-TABLE-DEF            OCCURS 4 TIMES.
               10  WS-TD-TABLE-ID      PIC X(08).
               10  WS-TD-ROW-LENGTH    PIC 9(02).
               10  WS-TD-KEY1-OFFSET   PIC 9(02).
               10  WS-TD-KEY1-LENGTH   PIC 9(02).
               10  WS-TD-KEY2-OFFSET   PIC 9(02).
               10  WS-TD-KEY2-LENGTH   PIC 9(02).
               10  WS-TD-ADD-ORDER     PIC X(01).

       01  WS-DEF-IDX                  PIC 9(01)  VALUE ZERO.

       01  WS-TABLE-ID                 PIC X(08)  VALUE SPACE.
       01  WS-ROW-LENGTH               PIC 9(02)  VALUE 29.
       01  WS-KEY1-OFFSET              PIC 9(02)  VALUE ZERO.
       01  WS-KEY1-LENGTH              PIC 9(02)  VALUE ZERO.
       01  WS-KEY2-OFFSET              PIC 9(02)  VALUE ZERO.
       01  WS-KEY2-LENGTH              PIC 9(02)  VALUE ZERO.
       01  WS-ADD-ORDER                PIC X(01)  VALUE SPACE.
           88  ADD-SORTED                         VALUE 'S'.

      *    IN-CORE IMAGE OF THE TABLE BEING STAGED - 500 ROWS, THE
      *    LARGEST CAPACITY ANY CONSUMER DECLARES (STATTAB'S).

       01  WS-TABLE-COUNT              PIC 9(03)  VALUE ZERO.
       01  WS-STAGE-TABLE-DATA.
           05  WS-STAGE-ROW            PIC X(29)  OCCURS 500 TIMES.

       01  WS-WORK-IDX                 PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(03)  VALUE ZERO.
       01  WS-SHIFT-IDX                PIC 9(03)  VALUE ZERO.

       01  WS-KEY-ROW                  PIC X(29)  VALUE SPACE.
       01  WS-SCAN-ROW                 PIC X(29)  VALUE SPACE.
       01  WS-ROW-KEY                  PIC X(16)  VALUE SPACE.
       01  WS-SEARCH-KEY               PIC X(16)  VALUE SPACE.

      *    THE REGISTRY AS FOUND - THE LIVE VERSION (IF ANY) AND THE
      *    HIGHEST VERSION NUMBER EVER ISSUED FOR THE TABLE.

       01  WS-LIVE-VERSION             PIC 9(05)  VALUE ZERO.
       01  WS-LIVE-ROW-COUNT           PIC 9(09)  VALUE ZERO.
       01  WS-LIVE-HASH                PIC 9(15)  VALUE ZERO.
       01  WS-HIGH-VERSION             PIC 9(05)  VALUE ZERO.
       01  WS-NEW-VERSION              PIC 9(05)  VALUE ZERO.

       01  WS-LIVE-FP-COUNT            PIC 9(09)  VALUE ZERO.
       01  WS-LIVE-FP-HASH             PIC 9(15)  VALUE ZERO.

       01  WS-REJECT-TEXT              PIC X(32)  VALUE SPACE.

       01  WS-AUDIT-LINE.
           05  WS-AUD-ACTION           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-AUD-ROW              PIC X(29).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-AUD-RESULT           PIC X(32).
           05  FILLER                  PIC X(14)  VALUE SPACE.

       01  WS-AUDIT-HEADING.
           05  FILLER                  PIC X(19)  VALUE
               'TBLSTAGE - TABLE '.
           05  WS-AHD-TABLE-ID         PIC X(08).
           05  FILLER                  PIC X(13)  VALUE
               ' LIVE VERSION'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-AHD-LIVE-VERSION     PIC 9(05).
           05  FILLER                  PIC X(06)  VALUE ' ROWS '.
           05  WS-AHD-LIVE-ROWS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(21)  VALUE SPACE.

       01  WS-AUDIT-TRAILER.
           05  FILLER                  PIC X(18)  VALUE
               'STAGED AS VERSION '.
           05  WS-ATR-VERSION          PIC 9(05).
           05  FILLER                  PIC X(06)  VALUE ' ROWS '.
           05  WS-ATR-ROWS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06)  VALUE ' HASH '.
           05  WS-ATR-HASH             PIC 9(15).
           05  FILLER                  PIC X(23)  VALUE SPACE.

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY THE FOLD FUNCTION IS USED -
      *    IT IS THE FINGERPRINT TBLVERS TAKES AT LOAD TIME.

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
              PERFORM 1500-SCAN-REGISTRY
                 THRU 1500-EXIT
           END-IF.

           IF NOT RUN-REFUSED
              PERFORM 2000-LOAD-LIVE-TABLE
                 THRU 2000-EXIT
           END-IF.

           IF NOT RUN-REFUSED
              PERFORM 2500-CHECK-BASE-VERSION
                 THRU 2500-EXIT
           END-IF.

           IF NOT RUN-REFUSED
              PERFORM 3000-APPLY-ONE-CHANGE
                 THRU 3000-EXIT
                UNTIL END-OF-DECK
           END-IF.

           IF  NOT RUN-REFUSED
           AND WS-TRANS-REJECTED > ZERO
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'DECK HAS REJECTED CHANGES - NOTHING STAGED'
                                       TO WS-REFUSAL-TEXT
           END-IF.

           IF NOT RUN-REFUSED
              PERFORM 4000-WRITE-STAGING-COPY
                 THRU 4000-EXIT
              PERFORM 6000-REGISTER-VERSION
                 THRU 6000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

      *    READS THE CONTROL CARD, PICKS UP THE TABLE'S DEFINITION,
      *    AND OPENS THE DECK, THE LISTING AND THE REGISTRY.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE 'TBLSTAGE'            TO IR-SOURCE-PGM
                                         MJ-SOURCE-PGM.
           MOVE 'TBLPROM '            TO MJ-FILE-ID.

           OPEN OUTPUT AUDIT-RPT-FILE.

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
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'TBLSCTL MISSING OR NOT A VERSIONED TABLE ID'
                                       TO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE WS-TD-ROW-LENGTH  (WS-DEF-IDX) TO WS-ROW-LENGTH.
           MOVE WS-TD-KEY1-OFFSET (WS-DEF-IDX) TO WS-KEY1-OFFSET.
           MOVE WS-TD-KEY1-LENGTH (WS-DEF-IDX) TO WS-KEY1-LENGTH.
           MOVE WS-TD-KEY2-OFFSET (WS-DEF-IDX) TO WS-KEY2-OFFSET.
           MOVE WS-TD-KEY2-LENGTH (WS-DEF-IDX) TO WS-KEY2-LENGTH.
           MOVE WS-TD-ADD-ORDER   (WS-DEF-IDX) TO WS-ADD-ORDER.

      *    A MISSING DECK WOULD OTHERWISE READ '47' FOREVER WITHOUT
      *    EVER RAISING AT END - FAIL FAST INSTEAD.

           OPEN INPUT DECK-FILE.
           IF DK-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO OPEN TBLDECK'
                                       TO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-DECK-OPEN.

           OPEN I-O TBLPROM-FILE.
           IF TV-FILE-STATUS NOT = '00'
              OPEN OUTPUT TBLPROM-FILE
              CLOSE       TBLPROM-FILE
              OPEN I-O    TBLPROM-FILE
           END-IF.

           IF TV-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'UNABLE TO OPEN THE TBLPROM VERSION REGISTRY'
                                       TO WS-REFUSAL-TEXT
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-REGISTRY-OPEN.

       1000-EXIT.
           EXIT.

      *    FINDS THE TABLE'S LIVE VERSION AND THE HIGHEST VERSION
      *    NUMBER ISSUED SO FAR.

       1500-SCAN-REGISTRY.

           PERFORM 1600-START-TABLE-VERSIONS
              THRU 1600-EXIT.

           PERFORM UNTIL END-OF-VERSIONS
               READ TBLPROM-FILE NEXT RECORD
                 AT END
                   MOVE 'Y'            TO NO-MORE-VERSIONS
                 NOT AT END
                   IF TV-TABLE-ID NOT = WS-TABLE-ID
                      MOVE 'Y'         TO NO-MORE-VERSIONS
                   ELSE
                      MOVE TV-VERSION  TO WS-HIGH-VERSION
                      IF TV-LIVE
                         MOVE TV-VERSION      TO WS-LIVE-VERSION
                         MOVE TV-ROW-COUNT    TO WS-LIVE-ROW-COUNT
                         MOVE TV-CONTENT-HASH TO WS-LIVE-HASH
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

           IF WS-HIGH-VERSION = 99999
              MOVE 'Y'                 TO WS-RUN-REFUSED
              MOVE 'VERSION NUMBERS EXHAUSTED FOR THIS TABLE'
                                       TO WS-REFUSAL-TEXT
           END-IF.

       1500-EXIT.
           EXIT.

      *    POSITIONS THE REGISTRY AT THE TABLE'S FIRST VERSION.

       1600-START-TABLE-VERSIONS.

           MOVE 'N'                    TO NO-MORE-VERSIONS.
           MOVE WS-TABLE-ID            TO TV-TABLE-ID.
           MOVE ZERO                   TO TV-VERSION.

           START TBLPROM-FILE KEY NOT < TV-KEY
             INVALID KEY
               MOVE 'Y'                TO NO-MORE-VERSIONS
           END-START.

       1600-EXIT.
           EXIT.

      *    LOADS THE LIVE TABLE IN FILE ORDER AND TAKES ITS
      *    FINGERPRINT ON THE WAY.

       2000-LOAD-LIVE-TABLE.

           OPEN INPUT LIVE-TABLE-FILE.

           IF LT-FILE-STATUS NOT = '00'
              MOVE 'Y'                 TO NO-MORE-LIVE
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-LIVE
               READ LIVE-TABLE-FILE
                 AT END
                   MOVE 'Y'             TO NO-MORE-LIVE
                 NOT AT END
                   ADD 1                TO WS-LIVE-ROWS
                   MOVE SPACE           TO WS-KEY-ROW
                   MOVE LIVE-TABLE-REC (1:WS-ROW-LENGTH)
                                        TO WS-KEY-ROW
                   MOVE WS-LIVE-FP-COUNT TO IR-RECORD-COUNT
                   MOVE WS-LIVE-FP-HASH TO IR-HASH-TOTAL
                   PERFORM 7000-FOLD-ROW
                      THRU 7000-EXIT
                   MOVE IR-RECORD-COUNT TO WS-LIVE-FP-COUNT
                   MOVE IR-HASH-TOTAL   TO WS-LIVE-FP-HASH
                   IF WS-TABLE-COUNT >= 500
                      MOVE 'Y'          TO WS-RUN-REFUSED
                      MOVE 'LIVE TABLE EXCEEDS 500 ROWS'
                                        TO WS-REFUSAL-TEXT
                      MOVE 'Y'          TO NO-MORE-LIVE
                   ELSE
                      ADD 1             TO WS-TABLE-COUNT
                      MOVE WS-KEY-ROW   TO
                           WS-STAGE-ROW (WS-TABLE-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE LIVE-TABLE-FILE.

       2000-EXIT.
           EXIT.

      *    THE LIVE TABLE MUST BE THE REGISTERED LIVE VERSION. WITH NO
      *    LIVE VERSION YET, THE TABLE AS FOUND IS THE BASE.

       2500-CHECK-BASE-VERSION.

           MOVE WS-TABLE-ID            TO WS-AHD-TABLE-ID.
           MOVE WS-LIVE-VERSION        TO WS-AHD-LIVE-VERSION.
           MOVE WS-LIVE-ROWS           TO WS-AHD-LIVE-ROWS.
           MOVE WS-AUDIT-HEADING       TO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.

           IF WS-LIVE-VERSION = ZERO
              DISPLAY 'TBLSTAGE,' WS-TABLE-ID
                      ',NO LIVE VERSION REGISTERED - THE LIVE TABLE '
                      'AS FOUND IS TAKEN AS THE BASE'
              GO TO 2500-EXIT
           END-IF.

           IF  WS-LIVE-FP-COUNT = WS-LIVE-ROW-COUNT
           AND WS-LIVE-FP-HASH  = WS-LIVE-HASH
              GO TO 2500-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-RUN-REFUSED.
           MOVE 'LIVE TABLE IS NOT THE REGISTERED LIVE VERSION'
                                       TO WS-REFUSAL-TEXT.
           DISPLAY 'TBLSTAGE,' WS-TABLE-ID ',LIVE VERSION '
                   WS-LIVE-VERSION ' HAS ' WS-LIVE-ROW-COUNT
                   ' ROWS HASH ' WS-LIVE-HASH.
           DISPLAY 'TBLSTAGE,' WS-TABLE-ID ',TBLLIVE HAS '
                   WS-LIVE-FP-COUNT ' ROWS HASH ' WS-LIVE-FP-HASH
                   ' - EDITED OUTSIDE THE PIPELINE?'.

       2500-EXIT.
           EXIT.

      *    VALIDATES AND APPLIES ONE CHANGE, AND WRITES ITS AUDIT LINE
      *    WHETHER IT APPLIED OR NOT - STATMNT'S 2000-APPLY-ONE-TRANS
      *    WITH A ROW KEY IN PLACE OF THE STATUS CODE.

       3000-APPLY-ONE-CHANGE.

           READ DECK-FILE
              AT END MOVE 'Y' TO NO-MORE-DECK
           END-READ.

           IF END-OF-DECK
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-TRANS-READ.

           MOVE SPACE                  TO WS-REJECT-TEXT
                                          WS-KEY-ROW.
           MOVE DK-ROW (1:WS-ROW-LENGTH)
                                       TO WS-KEY-ROW.
           MOVE WS-KEY-ROW             TO WS-SCAN-ROW.
           PERFORM 5050-BUILD-ROW-KEY
              THRU 5050-EXIT.
           MOVE WS-ROW-KEY             TO WS-SEARCH-KEY.

           PERFORM 5000-FIND-KEY
              THRU 5000-EXIT.

           EVALUATE TRUE
             WHEN WS-SEARCH-KEY = SPACE
               MOVE 'REJECTED - BLANK ROW KEY'
                                       TO WS-REJECT-TEXT

             WHEN DK-ADD AND WS-FOUND-IDX > ZERO
               MOVE 'REJECTED - KEY ALREADY ON TABLE'
                                       TO WS-REJECT-TEXT

             WHEN DK-ADD AND WS-TABLE-COUNT >= 500
               MOVE 'REJECTED - TABLE AT CAPACITY'
                                       TO WS-REJECT-TEXT

             WHEN DK-ADD
               PERFORM 5100-INSERT-AT-POSITION
                  THRU 5100-EXIT

             WHEN DK-CHANGE AND WS-FOUND-IDX = ZERO
               MOVE 'REJECTED - KEY NOT ON TABLE'
                                       TO WS-REJECT-TEXT

             WHEN DK-CHANGE
               MOVE WS-KEY-ROW         TO WS-STAGE-ROW (WS-FOUND-IDX)

             WHEN DK-DELETE AND WS-FOUND-IDX = ZERO
               MOVE 'REJECTED - KEY NOT ON TABLE'
                                       TO WS-REJECT-TEXT

             WHEN DK-DELETE
               PERFORM 5200-DELETE-AT-POSITION
                  THRU 5200-EXIT

             WHEN OTHER
               MOVE 'REJECTED - UNKNOWN ACTION'
                                       TO WS-REJECT-TEXT
           END-EVALUATE.

           IF WS-REJECT-TEXT = SPACE
              MOVE 'APPLIED'           TO WS-REJECT-TEXT
              ADD 1                    TO WS-TRANS-APPLIED
           ELSE
              ADD 1                    TO WS-TRANS-REJECTED
           END-IF.

           MOVE DK-ACTION              TO WS-AUD-ACTION.
           MOVE WS-KEY-ROW             TO WS-AUD-ROW.
           MOVE WS-REJECT-TEXT         TO WS-AUD-RESULT.
           MOVE WS-AUDIT-LINE          TO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.

       3000-EXIT.
           EXIT.

      *    WRITES THE STAGED TABLE AND TAKES ITS FINGERPRINT - THE
      *    HASH THE NEW VERSION IS REGISTERED UNDER.

       4000-WRITE-STAGING-COPY.

           OPEN OUTPUT STAGE-TABLE-FILE.

           MOVE ZERO                   TO IR-RECORD-COUNT
                                          IR-HASH-TOTAL.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-TABLE-COUNT
               MOVE WS-STAGE-ROW (WS-WORK-IDX) TO WS-KEY-ROW
               MOVE WS-KEY-ROW         TO STAGE-TABLE-REC
               WRITE STAGE-TABLE-REC
               PERFORM 7000-FOLD-ROW
                  THRU 7000-EXIT
               ADD 1                   TO WS-STAGED-ROWS
           END-PERFORM.

           CLOSE STAGE-TABLE-FILE.

       4000-EXIT.
           EXIT.

      *    LOCATES WS-SEARCH-KEY IN THE IN-CORE TABLE. WS-FOUND-IDX
      *    GETS ITS POSITION, OR ZERO WHEN ABSENT; WS-WORK-IDX IS LEFT
      *    AT THE POSITION AN ADD BELONGS AT - ITS KEY ORDER ON A
      *    SORTED TABLE, THE END OF ANY OTHER.

       5000-FIND-KEY.

           MOVE ZERO TO WS-FOUND-IDX.
           MOVE 1    TO WS-WORK-IDX.
           MOVE 'N'  TO WS-SCAN-DONE.

           PERFORM UNTIL WS-WORK-IDX > WS-TABLE-COUNT
                      OR SCAN-DONE
               MOVE WS-STAGE-ROW (WS-WORK-IDX) TO WS-SCAN-ROW
               PERFORM 5050-BUILD-ROW-KEY
                  THRU 5050-EXIT
               IF WS-ROW-KEY = WS-SEARCH-KEY
                  MOVE WS-WORK-IDX     TO WS-FOUND-IDX
                  MOVE 'Y'             TO WS-SCAN-DONE
               ELSE
               IF ADD-SORTED AND WS-ROW-KEY > WS-SEARCH-KEY
                  MOVE 'Y'             TO WS-SCAN-DONE
               ELSE
                  ADD 1 TO WS-WORK-IDX
               END-IF
               END-IF
           END-PERFORM.

       5000-EXIT.
           EXIT.

      *    BUILDS WS-ROW-KEY FROM THE ROW IN WS-SCAN-ROW.

       5050-BUILD-ROW-KEY.

           MOVE SPACE                  TO WS-ROW-KEY.
           MOVE WS-SCAN-ROW (WS-KEY1-OFFSET:WS-KEY1-LENGTH)
                                       TO WS-ROW-KEY (1:WS-KEY1-LENGTH).
           IF WS-KEY2-LENGTH > ZERO
              MOVE WS-SCAN-ROW (WS-KEY2-OFFSET:WS-KEY2-LENGTH)
                TO WS-ROW-KEY (WS-KEY1-LENGTH + 1:WS-KEY2-LENGTH)
           END-IF.

       5050-EXIT.
           EXIT.

      *    OPENS A SLOT AT WS-WORK-IDX (SHIFTING THE TAIL DOWN ONE)
      *    AND PUTS THE DECK ROW THERE.

       5100-INSERT-AT-POSITION.

           PERFORM VARYING WS-SHIFT-IDX FROM WS-TABLE-COUNT BY -1
                     UNTIL WS-SHIFT-IDX < WS-WORK-IDX
               MOVE WS-STAGE-ROW (WS-SHIFT-IDX)
                 TO WS-STAGE-ROW (WS-SHIFT-IDX + 1)
           END-PERFORM.

           MOVE WS-KEY-ROW             TO WS-STAGE-ROW (WS-WORK-IDX).
           ADD 1                       TO WS-TABLE-COUNT.

       5100-EXIT.
           EXIT.

      *    CLOSES THE SLOT AT WS-FOUND-IDX (SHIFTING THE TAIL UP ONE).

       5200-DELETE-AT-POSITION.

           PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                     UNTIL WS-SHIFT-IDX >= WS-TABLE-COUNT
               MOVE WS-STAGE-ROW (WS-SHIFT-IDX + 1)
                 TO WS-STAGE-ROW (WS-SHIFT-IDX)
           END-PERFORM.

           SUBTRACT 1                  FROM WS-TABLE-COUNT.

       5200-EXIT.
           EXIT.

      *    WITHDRAWS EVERY EARLIER VERSION STILL SHORT OF LIVE, THEN
      *    REGISTERS THE STAGED TABLE AS THE NEXT VERSION.

       6000-REGISTER-VERSION.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

           PERFORM 1600-START-TABLE-VERSIONS
              THRU 1600-EXIT.

           PERFORM UNTIL END-OF-VERSIONS
               READ TBLPROM-FILE NEXT RECORD
                 AT END
                   MOVE 'Y'            TO NO-MORE-VERSIONS
                 NOT AT END
                   IF TV-TABLE-ID NOT = WS-TABLE-ID
                      MOVE 'Y'         TO NO-MORE-VERSIONS
                   ELSE
                   IF TV-UNPROMOTED
                      PERFORM 6100-WITHDRAW-VERSION
                         THRU 6100-EXIT
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1.

           MOVE SPACE                  TO TABLE-VERSION-REC.
           MOVE WS-TABLE-ID            TO TV-TABLE-ID.
           MOVE WS-NEW-VERSION         TO TV-VERSION.
           MOVE 'S'                    TO TV-STAGE.
           MOVE IR-RECORD-COUNT        TO TV-ROW-COUNT.
           MOVE IR-HASH-TOTAL          TO TV-CONTENT-HASH.
           MOVE WS-LIVE-VERSION        TO TV-BASE-VERSION.
           MOVE WS-TRANS-APPLIED       TO TV-DECK-COUNT.
           MOVE WS-NOW-TIMESTAMP (1:14) TO TV-STAGED-TS.
           MOVE ZERO                   TO TV-GATE-RC (1)
                                          TV-GATE-RC (2)
                                          TV-GATE-RC (3)
                                          TV-GATE-RC (4).

           WRITE TABLE-VERSION-REC
             INVALID KEY
               MOVE 'Y'                TO WS-RUN-REFUSED
               MOVE 'REGISTRY WRITE FAILED - VERSION NOT REGISTERED'
                                       TO WS-REFUSAL-TEXT
             NOT INVALID KEY
               MOVE 'W'                TO MJ-ACTION
               MOVE TABLE-VERSION-REC  TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
               MOVE WS-NEW-VERSION     TO WS-ATR-VERSION
               MOVE TV-ROW-COUNT       TO WS-ATR-ROWS
               MOVE TV-CONTENT-HASH    TO WS-ATR-HASH
               MOVE WS-AUDIT-TRAILER   TO AUDIT-RPT-REC
               WRITE AUDIT-RPT-REC
           END-WRITE.

       6000-EXIT.
           EXIT.

       6100-WITHDRAW-VERSION.

           DISPLAY 'TBLSTAGE,' WS-TABLE-ID ',VERSION ' TV-VERSION
                   ' STAGE ' TV-STAGE ' WITHDRAWN - SUPERSEDED'.

           MOVE 'W'                    TO TV-STAGE.

           REWRITE TABLE-VERSION-REC
             INVALID KEY
               DISPLAY 'TBLSTAGE,REGISTRY REWRITE FAILED,'
                       TV-FILE-STATUS
             NOT INVALID KEY
               ADD 1                   TO WS-WITHDRAWN-COUNT
               MOVE 'R'                TO MJ-ACTION
               MOVE TABLE-VERSION-REC  TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

       6100-EXIT.
           EXIT.

      *    FOLDS THE ROW IN WS-KEY-ROW INTO THE RUNNING FINGERPRINT
      *    IN IR-RECORD-COUNT/IR-HASH-TOTAL, OVER THE TABLE'S OWN ROW
      *    LENGTH - EXACTLY WHAT TBLVERS FOLDS AT LOAD TIME.

       7000-FOLD-ROW.

           MOVE 'F'                    TO IR-FUNCTION.
           MOVE WS-ROW-LENGTH          TO IR-RECORD-LENGTH.
           MOVE WS-KEY-ROW             TO IR-RECORD-AREA.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

       7000-EXIT.
           EXIT.

       8000-TERMINATE.

           IF RUN-REFUSED
              DISPLAY 'TBLSTAGE,' WS-TABLE-ID ',REFUSED,'
                      WS-REFUSAL-TEXT
              MOVE SPACE               TO AUDIT-RPT-REC
              STRING 'REFUSED - ' WS-REFUSAL-TEXT
                     DELIMITED BY SIZE
                     INTO AUDIT-RPT-REC
              WRITE AUDIT-RPT-REC
           END-IF.

           CLOSE AUDIT-RPT-FILE.

           IF DECK-OPEN
              CLOSE DECK-FILE
           END-IF.

           IF REGISTRY-OPEN
              CLOSE TBLPROM-FILE
           END-IF.

           DISPLAY 'TBLSTAGE,LIVE TABLE ROWS,' WS-LIVE-ROWS.
           DISPLAY 'TBLSTAGE,CHANGES READ,' WS-TRANS-READ.
           DISPLAY 'TBLSTAGE,CHANGES APPLIED,' WS-TRANS-APPLIED.
           DISPLAY 'TBLSTAGE,CHANGES REJECTED,' WS-TRANS-REJECTED.
           DISPLAY 'TBLSTAGE,EARLIER VERSIONS WITHDRAWN,'
                   WS-WITHDRAWN-COUNT.
           IF NOT RUN-REFUSED
              DISPLAY 'TBLSTAGE,' WS-TABLE-ID ',STAGED AS VERSION '
                      WS-NEW-VERSION ',ROWS ' WS-STAGED-ROWS
                      ' - RUN TBLGATE NEXT'
           END-IF.

           MOVE 'TBLSTAGE'             TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'TBLDECK '             TO RL-INPUT-DDNAME.
           MOVE WS-TRANS-READ          TO RL-RECORDS-READ.
           MOVE WS-TRANS-APPLIED       TO RL-RECORDS-ACCEPTED.
           MOVE WS-TRANS-REJECTED      TO RL-RECORDS-REJECTED.

           IF RUN-REFUSED
              MOVE 08                  TO RL-SEVERITY
           ELSE
              MOVE 00                  TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY            TO RETURN-CODE.

       8000-EXIT.
           EXIT.
