       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBIREIS.
       AUTHOR. CHRISTIAN STRAMA.

      * SSA MBI REISSUE NOTICE PROCESSOR. SSA REISSUES A
      * BENEFICIARY'S MEDICARE BENEFICIARY IDENTIFIER WHEN THE OLD
      * ONE IS COMPROMISED, AND THE NEW NUMBER USED TO REACH US ONLY
      * IF IT HAPPENED TO RIDE IN ON AN ACKNOWLEDGMENT - HICINQ AND
      * MBIINQ KEPT ANSWERING WITH THE OLD ONE. FOR EACH NOTICE ON
      * MBICHGIN (OLD MBI(11), NEW MBI(11), EFFECTIVE DATE
      * YYYYMMDD(8)) THIS JOB:
      *
      *   - RESOLVES THE OLD MBI THROUGH THE MBIXREF COMPANION TO
      *     THE RRB HIC BEHIND IT,
      *   - CHECKS THE OLD MBI AGAINST WHAT THE HIC CROSSWALK MASTER
      *     (HX-SSA-MBI) AND THE ACKNOWLEDGMENT MASTER (AK-SSA-MBI,
      *     WHEN IT CARRIES ONE) HOLD,
      *   - REPLACES HX-SSA-MBI AND AK-SSA-MBI WITH THE NEW MBI,
      *   - RE-KEYS THE MBIXREF COMPANION RECORD TO THE NEW MBI SO
      *     THE ONLINE LOOKUP ANSWERS BEFORE THE NEXT SSAXBLD,
      *   - RETIRES THE OLD MBI ON THE MBIHIST HISTORY FILE AND
      *     OPENS A RECORD THERE FOR THE NEW ONE.
      *
      * MBIHIST IS KEYED BY MBI AND KEEPS EVERY MBI A NOTICE HAS
      * TOUCHED - ITS RRB AND SSA HICS, THE DATE IT TOOK EFFECT,
      * THE DATE IT WAS RETIRED AND THE MBI THAT REPLACED IT - SINCE
      * SSA CORRESPONDENCE CAN QUOTE A RETIRED MBI FOR MONTHS AND
      * MBIINQ FALLS BACK TO THIS FILE WHEN THE COMPANION DOES NOT
      * KNOW THE NUMBER. THE EFFECTIVE DATE IS BLANK ON AN MBI THAT
      * FIRST ARRIVED ON AN ACKNOWLEDGMENT, SINCE SSA NEVER TOLD US
      * WHEN IT TOOK EFFECT. THE HISTORY CANNOT BE REBUILT FROM THE
      * CROSSWALK, SO EVERY WRITE TO IT IS JOURNALED.
      *
      * A NOTICE ALREADY APPLIED (THE MASTER ALREADY CARRIES THE NEW
      * MBI) IS COUNTED AND SKIPPED, SO A RERUN AGAINST THE SAME
      * FILE IS HARMLESS. A NOTICE THAT CANNOT BE APPLIED TOUCHES
      * NOTHING: IT IS PRINTED ON THE MBIRJRPT REJECT LISTING WITH
      * BOTH MBIS AND ITS REASON, AND LANDS ON THE SHARED EXCPREC
      * LAYOUT (MBIEXCP) FOR EXCPTRI. REASON CODES (SOURCE PROGRAM
      * 'MBIREIS '):
      *   01 - OLD MBI NOT ON THE MBIXREF COMPANION
      *   02 - COMPANION POINTS AT AN RRB HIC WITH NO MASTER RECORD
      *   03 - NOTICE MALFORMED (BLANK OR IDENTICAL OLD/NEW, NEW MBI
      *        FAILS MBIEDIT, EFFECTIVE DATE NOT NUMERIC)
      *   04 - OLD MBI DISAGREES WITH THE CROSSWALK MASTER
      *   05 - OLD MBI DISAGREES WITH THE ACKNOWLEDGMENT MASTER
      *   06 - NEW MBI ALREADY CARRIED BY A DIFFERENT RRB HIC

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MBI-CHANGE-FILE ASSIGN TO MBICHGIN
                                  FILE STATUS IS MC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT MBI-XREF-FILE   ASSIGN TO WS-MBIXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS MB-SSA-MBI
                                  FILE STATUS IS MB-FILE-STATUS.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

           SELECT MBI-HIST-FILE   ASSIGN TO WS-MBIHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HS-MBI
                                  FILE STATUS IS HS-FILE-STATUS.

           SELECT REJECT-RPT-FILE ASSIGN TO MBIRJRPT
                                  FILE STATUS IS RJ-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT MBI-EXCP-FILE   ASSIGN TO MBIEXCP
                                  FILE STATUS IS MX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  MBI-CHANGE-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  MBI-CHANGE-REC.
           05  MC-OLD-MBI          PIC X(11).
           05  MC-NEW-MBI          PIC X(11).
           05  MC-EFFECTIVE-DATE   PIC X(08).

      *    SAME LAYOUT AS SSAXBLD'S MBI-XREF-REC.

       FD  MBI-XREF-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

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

      *    ONE RECORD PER MBI. HS-RETIRED-DATE AND HS-REPLACED-BY
      *    ARE SPACES WHILE THE MBI IS CURRENT.

       FD  MBI-HIST-FILE.

       01  MBI-HIST-REC.
           05  HS-MBI                  PIC  X(11).
           05  HS-RRB-HIC              PIC  X(12).
           05  HS-SSA-HIC              PIC  X(11).
           05  HS-EFFECTIVE-DATE       PIC  X(08).
           05  HS-RETIRED-DATE         PIC  X(08).
           05  HS-REPLACED-BY          PIC  X(11).
           05  HS-RECORDED             PIC  X(26).

       FD  REJECT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REJECT-RPT-REC          PIC X(80).

       FD  MBI-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

           COPY EXCPREC.

       WORKING-STORAGE SECTION.

       01  MC-FILE-STATUS          PIC X(02).
       01  MB-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  HS-FILE-STATUS          PIC X(02).
       01  RJ-FILE-STATUS          PIC X(02).
       01  MX-FILE-STATUS          PIC X(02).

       01  WS-MBIXREF-DSN          PIC X(08).
       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-MBIHIST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-NOTICES     PIC X(01)  VALUE 'N'.
               88  END-OF-NOTICES             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ         PIC 9(09)  VALUE ZERO.
           05  WS-NOTICES-APPLIED      PIC 9(09)  VALUE ZERO.
           05  WS-ALREADY-APPLIED      PIC 9(09)  VALUE ZERO.
           05  WS-NOTICES-REJECTED     PIC 9(09)  VALUE ZERO.
           05  WS-ACKS-UPDATED         PIC 9(09)  VALUE ZERO.
           05  WS-HISTORY-WRITTEN      PIC 9(09)  VALUE ZERO.

       01  WS-REJECT-REASON        PIC X(02)  VALUE SPACE.
       01  WS-RRB-HIC-FOUND        PIC X(12)  VALUE SPACE.
       01  WS-SSA-HIC-FOUND        PIC X(11)  VALUE SPACE.
       01  WS-ACK-FOUND            PIC X(01)  VALUE 'N'.
       01  WS-CURRENT-TIMESTAMP    PIC X(26)  VALUE SPACE.
       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

      *    THE REJECT LISTING. IDENTIFIERS ARE MASKED - THIS IS AN
      *    EYEBALL SURFACE.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(32)  VALUE
               'MBIREIS MBI REISSUE REJECTS ON '.
           05  WS-RPT-DATE         PIC X(08).
           05  FILLER              PIC X(40)  VALUE SPACE.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER              PIC X(40)  VALUE
               'OLD MBI     NEW MBI     EFFECTIVE RC REA'.
           05  FILLER              PIC X(40)  VALUE 'SON'.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-OLD-MBI      PIC X(11).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-NEW-MBI      PIC X(11).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-EFF-DATE     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-RPT-REASON       PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-REASON-TEXT  PIC X(43).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER              PIC X(18)  VALUE
               'NOTICES REJECTED  '.
           05  WS-RPT-TOTAL        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(55)  VALUE SPACE.

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

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

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. THE TRIAGE SURFACES ARE EYEBALL
      *    SURFACES - EVERY EXCPREC PRODUCER MASKS ITS KEY.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM UNTIL END-OF-NOTICES
              PERFORM 2000-APPLY-ONE-NOTICE
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           MOVE 'MBIREIS '            TO MJ-SOURCE-PGM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'MBIXREFT'          TO  WS-MBIXREF-DSN
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'MBIHISTT'          TO  WS-MBIHIST-DSN
           ELSE
               MOVE  'MBIXREF '          TO  WS-MBIXREF-DSN
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'MBIHIST '          TO  WS-MBIHIST-DSN
           END-IF.

           OPEN INPUT MBI-CHANGE-FILE.

           IF MC-FILE-STATUS NOT = '00'
              DISPLAY 'MBIREIS,UNABLE TO OPEN MBICHGIN,'
                      MC-FILE-STATUS
              MOVE 'Y' TO NO-MORE-NOTICES
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O MBI-XREF-FILE.

           IF MB-FILE-STATUS NOT = '00'
              DISPLAY 'MBIREIS,UNABLE TO OPEN MBIXREF,'
                      MB-FILE-STATUS
              MOVE 'Y' TO NO-MORE-NOTICES
              CLOSE MBI-CHANGE-FILE
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'MBIREIS,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y' TO NO-MORE-NOTICES
              CLOSE MBI-CHANGE-FILE
                    MBI-XREF-FILE
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O ACK-MASTER-FILE.

      *    SAME CREATE-IF-FIRST-RUN SHAPE AS RRBTOSSA'S
      *    0300-OPEN-XREF - THE FIRST NOTICE EVER PROCESSED STARTS
      *    THE HISTORY.

           OPEN I-O MBI-HIST-FILE.

           IF  HS-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT MBI-HIST-FILE
               CLOSE       MBI-HIST-FILE
               OPEN I-O    MBI-HIST-FILE
           END-IF.

           OPEN OUTPUT REJECT-RPT-FILE.

           MOVE WS-RUN-START-TIMESTAMP (1:8)
                                      TO WS-RPT-DATE.
           MOVE WS-RPT-HEADER-LINE    TO REJECT-RPT-REC.
           WRITE REJECT-RPT-REC.
           MOVE WS-RPT-COLUMN-LINE    TO REJECT-RPT-REC.
           WRITE REJECT-RPT-REC.

           OPEN EXTEND MBI-EXCP-FILE.
           IF MX-FILE-STATUS NOT = '00'
              OPEN OUTPUT MBI-EXCP-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *    EVERY CHECK RUNS BEFORE ANYTHING IS WRITTEN, SO A REJECTED
      *    NOTICE LEAVES ALL FOUR FILES AS IT FOUND THEM.

       2000-APPLY-ONE-NOTICE.

           READ MBI-CHANGE-FILE
              AT END MOVE 'Y' TO NO-MORE-NOTICES
           END-READ.

           IF END-OF-NOTICES
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-NOTICES-READ.

           MOVE SPACE                 TO WS-REJECT-REASON.
           MOVE 'N'                   TO WS-ACK-FOUND.

           IF MC-OLD-MBI = SPACE
           OR MC-NEW-MBI = SPACE
           OR MC-OLD-MBI = MC-NEW-MBI
           OR MC-EFFECTIVE-DATE NOT NUMERIC
              MOVE '03'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-REIS-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE MC-NEW-MBI            TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF NOT ME-MBI-VALID
              MOVE '03'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-REIS-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

      *    THE OLD MBI MUST BE ONE WE HOLD - THE COMPANION IS THE
      *    MBI-KEYED VIEW OF THE CROSSWALK.

           MOVE MC-OLD-MBI            TO MB-SSA-MBI.

           READ MBI-XREF-FILE
             INVALID KEY
               MOVE '01'              TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REIS-EXCEPTION
                  THRU 2900-EXIT
               GO TO 2000-EXIT
             NOT INVALID KEY
               MOVE MB-RRB-HIC        TO WS-RRB-HIC-FOUND
           END-READ.

           MOVE WS-RRB-HIC-FOUND      TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               MOVE '02'              TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REIS-EXCEPTION
                  THRU 2900-EXIT
               GO TO 2000-EXIT
             NOT INVALID KEY
               CONTINUE
           END-READ.

           IF HX-SSA-MBI = MC-NEW-MBI
              ADD 1                   TO WS-ALREADY-APPLIED
              GO TO 2000-EXIT
           END-IF.

           IF HX-SSA-MBI NOT = MC-OLD-MBI
              MOVE '04'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-REIS-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE HX-SSA-HIC            TO WS-SSA-HIC-FOUND.

      *    THE NEW MBI MAY NOT ALREADY BELONG TO SOMEONE ELSE.

           MOVE MC-NEW-MBI            TO MB-SSA-MBI.

           READ MBI-XREF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF MB-RRB-HIC NOT = WS-RRB-HIC-FOUND
                  MOVE '06'           TO WS-REJECT-REASON
               END-IF
           END-READ.

           IF WS-REJECT-REASON NOT = SPACE
              PERFORM 2900-WRITE-REIS-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

      *    THE ACKNOWLEDGMENT MASTER ONLY DISAGREES WHEN IT CARRIES
      *    AN MBI AT ALL - A BLANK ONE IS SIMPLY NOT YET POSTED.

           IF AK-FILE-STATUS = '00'
              MOVE WS-SSA-HIC-FOUND   TO AK-SSA-HIC
              READ ACK-MASTER-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Y'            TO WS-ACK-FOUND
                  IF  AK-SSA-MBI NOT = SPACE
                  AND AK-SSA-MBI NOT = MC-OLD-MBI
                  AND AK-SSA-MBI NOT = MC-NEW-MBI
                      MOVE '05'       TO WS-REJECT-REASON
                  END-IF
              END-READ
           END-IF.

           IF WS-REJECT-REASON NOT = SPACE
              PERFORM 2900-WRITE-REIS-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

      *    APPLY - THE MASTERS FIRST, THEN THE COMPANION, THEN THE
      *    HISTORY.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.

           MOVE MC-NEW-MBI            TO HX-SSA-MBI.
           REWRITE HIC-XREF-REC.

           MOVE 'HICXREF '            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.
           MOVE HIC-XREF-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           IF WS-ACK-FOUND = 'Y'
              MOVE MC-NEW-MBI         TO AK-SSA-MBI
              REWRITE ACK-MASTER-REC
              MOVE 'ACKMAST '         TO MJ-FILE-ID
              MOVE 'R'                TO MJ-ACTION
              MOVE ACK-MASTER-REC     TO MJ-RECORD-IMAGE
              CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
              ADD 1                   TO WS-ACKS-UPDATED
           END-IF.

           PERFORM 2100-REKEY-COMPANION
              THRU 2100-EXIT.

           PERFORM 2200-RECORD-HISTORY
              THRU 2200-EXIT.

           ADD 1 TO WS-NOTICES-APPLIED.

       2000-EXIT.
           EXIT.

      *    THE COMPANION RECORD MOVES TO THE NEW MBI. NOT JOURNALED:
      *    THE NIGHTLY SSAXBLD REBUILD IS THE COMPANION'S BASE IMAGE,
      *    AS WITH SSAACK'S MBIXREF UPSERTS.

       2100-REKEY-COMPANION.

           MOVE MC-OLD-MBI            TO MB-SSA-MBI.

           READ MBI-XREF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DELETE MBI-XREF-FILE RECORD
           END-READ.

           MOVE MC-NEW-MBI            TO MB-SSA-MBI.
           MOVE HX-RRB-HIC            TO MB-RRB-HIC.
           MOVE HX-SSA-HIC            TO MB-SSA-HIC.
           MOVE HX-SSA-BIC            TO MB-SSA-BIC.
           MOVE HX-LAST-SEEN          TO MB-LAST-SEEN.

           WRITE MBI-XREF-REC
             INVALID KEY
               REWRITE MBI-XREF-REC
           END-WRITE.

       2100-EXIT.
           EXIT.

      *    RETIRES THE OLD MBI AND OPENS THE NEW ONE. AN OLD MBI WITH
      *    NO HISTORY YET (IT ARRIVED ON AN ACKNOWLEDGMENT) GETS ITS
      *    RECORD NOW, WITH NO EFFECTIVE DATE.

       2200-RECORD-HISTORY.

           MOVE MC-OLD-MBI            TO HS-MBI.

           READ MBI-HIST-FILE
             INVALID KEY
               MOVE SPACE             TO MBI-HIST-REC
               MOVE MC-OLD-MBI        TO HS-MBI
               MOVE HX-RRB-HIC        TO HS-RRB-HIC
               MOVE HX-SSA-HIC        TO HS-SSA-HIC
               MOVE MC-EFFECTIVE-DATE TO HS-RETIRED-DATE
               MOVE MC-NEW-MBI        TO HS-REPLACED-BY
               MOVE WS-CURRENT-TIMESTAMP
                                      TO HS-RECORDED
               WRITE MBI-HIST-REC
               MOVE 'W'               TO MJ-ACTION
             NOT INVALID KEY
               MOVE MC-EFFECTIVE-DATE TO HS-RETIRED-DATE
               MOVE MC-NEW-MBI        TO HS-REPLACED-BY
               MOVE WS-CURRENT-TIMESTAMP
                                      TO HS-RECORDED
               REWRITE MBI-HIST-REC
               MOVE 'R'               TO MJ-ACTION
           END-READ.

           MOVE 'MBIHIST '            TO MJ-FILE-ID.
           MOVE MBI-HIST-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           ADD 1                      TO WS-HISTORY-WRITTEN.

           MOVE SPACE                 TO MBI-HIST-REC.
           MOVE MC-NEW-MBI            TO HS-MBI.
           MOVE HX-RRB-HIC            TO HS-RRB-HIC.
           MOVE HX-SSA-HIC            TO HS-SSA-HIC.
           MOVE MC-EFFECTIVE-DATE     TO HS-EFFECTIVE-DATE.
           MOVE WS-CURRENT-TIMESTAMP  TO HS-RECORDED.

           WRITE MBI-HIST-REC
             INVALID KEY
               REWRITE MBI-HIST-REC
               MOVE 'R'               TO MJ-ACTION
             NOT INVALID KEY
               MOVE 'W'               TO MJ-ACTION
           END-WRITE.

           MOVE 'MBIHIST '            TO MJ-FILE-ID.
           MOVE MBI-HIST-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           ADD 1                      TO WS-HISTORY-WRITTEN.

       2200-EXIT.
           EXIT.

      *    ONE LINE ON THE REJECT LISTING AND ONE SHARED-LAYOUT
      *    EXCEPTION PER UNAPPLIED NOTICE.

       2900-WRITE-REIS-EXCEPTION.

           MOVE SPACE                 TO MH-VALUE-IN.
           MOVE MC-OLD-MBI            TO MH-VALUE-IN (1:11).
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-RPT-OLD-MBI.
           MOVE MH-VALUE-OUT          TO EXCP-INPUT-KEY.

           MOVE SPACE                 TO MH-VALUE-IN.
           MOVE MC-NEW-MBI            TO MH-VALUE-IN (1:11).
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-RPT-NEW-MBI.

           MOVE MC-EFFECTIVE-DATE     TO WS-RPT-EFF-DATE.
           MOVE WS-REJECT-REASON      TO WS-RPT-REASON.

           EVALUATE WS-REJECT-REASON
             WHEN '01'
               MOVE 'OLD MBI NOT ON THE MBIXREF COMPANION'
                                      TO WS-RPT-REASON-TEXT
             WHEN '02'
               MOVE 'NO CROSSWALK MASTER RECORD FOR THE RRB HIC'
                                      TO WS-RPT-REASON-TEXT
             WHEN '03'
               MOVE 'NOTICE MALFORMED'
                                      TO WS-RPT-REASON-TEXT
             WHEN '04'
               MOVE 'OLD MBI DISAGREES WITH CROSSWALK MASTER'
                                      TO WS-RPT-REASON-TEXT
             WHEN '05'
               MOVE 'OLD MBI DISAGREES WITH ACKMAST'
                                      TO WS-RPT-REASON-TEXT
             WHEN OTHER
               MOVE 'NEW MBI ALREADY HELD BY ANOTHER RRB HIC'
                                      TO WS-RPT-REASON-TEXT
           END-EVALUATE.

           MOVE WS-RPT-DETAIL-LINE    TO REJECT-RPT-REC.
           WRITE REJECT-RPT-REC.

           MOVE 'MBIREIS '            TO EXCP-SOURCE-PGM.
           MOVE WS-REJECT-REASON      TO EXCP-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE SPACE                 TO EXCP-SOURCE-CODE.

           WRITE EXCP-COMMON-REC.

           ADD 1 TO WS-NOTICES-REJECTED.

       2900-EXIT.
           EXIT.

       8000-TERMINATE.

           IF RJ-FILE-STATUS = '00'
              MOVE WS-NOTICES-REJECTED
                                      TO WS-RPT-TOTAL
              MOVE WS-RPT-TOTAL-LINE  TO REJECT-RPT-REC
              WRITE REJECT-RPT-REC
              CLOSE REJECT-RPT-FILE
           END-IF.

           IF MC-FILE-STATUS = '00' OR MC-FILE-STATUS = '10'
              CLOSE MBI-CHANGE-FILE
           END-IF.
           IF MB-FILE-STATUS = '00' OR MB-FILE-STATUS = '10'
              CLOSE MBI-XREF-FILE
           END-IF.
           IF HX-FILE-STATUS = '00' OR HX-FILE-STATUS = '10'
              CLOSE HIC-XREF-FILE
           END-IF.
           IF AK-FILE-STATUS = '00' OR AK-FILE-STATUS = '10'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF HS-FILE-STATUS = '00' OR HS-FILE-STATUS = '10'
              CLOSE MBI-HIST-FILE
           END-IF.
           IF MX-FILE-STATUS = '00'
              CLOSE MBI-EXCP-FILE
           END-IF.

           DISPLAY 'MBIREIS,NOTICES READ,' WS-NOTICES-READ.
           DISPLAY 'MBIREIS,REISSUES APPLIED,' WS-NOTICES-APPLIED.
           DISPLAY 'MBIREIS,ALREADY APPLIED,' WS-ALREADY-APPLIED.
           DISPLAY 'MBIREIS,NOTICES REJECTED,'
                   WS-NOTICES-REJECTED.
           DISPLAY 'MBIREIS,ACK RECORDS UPDATED,'
                   WS-ACKS-UPDATED.
           DISPLAY 'MBIREIS,HISTORY RECORDS WRITTEN,'
                   WS-HISTORY-WRITTEN.

           MOVE 'MBIREIS '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'MBICHGIN'            TO RL-INPUT-DDNAME.
           MOVE WS-NOTICES-READ       TO RL-RECORDS-READ.
           MOVE WS-NOTICES-APPLIED    TO RL-RECORDS-ACCEPTED.
           MOVE WS-NOTICES-REJECTED   TO RL-RECORDS-REJECTED.
           IF WS-NOTICES-REJECTED > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
