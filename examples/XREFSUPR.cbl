       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFSUPR.
       AUTHOR. CHRISTIAN STRAMA.

      * CROSSWALK SUPERSESSION LINKER. A CLERK CORRECTION ON THE
      * CONVPREV SCREEN REPLACES A BAD RRB HIC WITH A GOOD ONE, AND
      * THE DRIVER CONVERTS THE CORRECTED HIC THAT NIGHT - BUT THE
      * CROSSWALK RECORD UNDER THE BAD HIC STAYED BEHIND AS A LIVE
      * ORPHAN, AND IF IT HAD ALREADY GONE OUT, SSA STILL HOLDS AN
      * SSA HIC WE NOW CONSIDER WRONG. FOR EACH CORRECTION ON CORRIN
      * (THE SAME DAY'S FILE RRBDRIVE READS - ORIGINAL HIC(12),
      * CORRECTED HIC(12), OPERATOR, TERMINAL, TIME) THIS JOB:
      *
      *   - LINKS THE TWO CROSSWALK MASTER RECORDS - HX-SUPERSEDED-BY
      *     ON THE OLD RECORD NAMES THE CORRECTED HIC, HX-SUPERSEDES
      *     ON THE NEW ONE NAMES THE ORIGINAL,
      *   - CARRIES THE OLD RECORD'S FIRST-SEEN STAMP FORWARD ONTO
      *     THE NEW ONE WHEN IT IS THE EARLIER, SO THE BENEFICIARY'S
      *     HISTORY STARTS WHERE IT REALLY STARTED,
      *   - FLAGS THE ACKMAST RECORD THE OLD HIC WENT OUT UNDER
      *     (AK-REPLACE-FLAG 'C') SO RRBXMIT SENDS SSA A CANCEL-AND-
      *     REPLACE NOTICE IN THE NEXT TRANSMISSION,
      *
      * AND WRITES ONE AUDIT ROW PER CORRECTION LINKED TO XSUPRAU.
      * A CORRECTION WHOSE ORIGINAL HIC NEVER REACHED THE MASTER (THE
      * USUAL CASE - THE ORIGINAL WAS REJECTED) HAS NOTHING TO
      * SUPERSEDE AND IS ONLY COUNTED. THE ACKMAST FLAG IS SET ONLY
      * WHEN SSA CAN HOLD THE WRONG NUMBER: A PENDING OR ACCEPTED
      * RECORD STILL CARRYING THE ORIGINAL RRB HIC, UNDER AN SSA HIC
      * THE CORRECTION CHANGED. A REJECTED SEND, OR ONE ALREADY
      * REPLACED UNDER THE SAME KEY, IS LEFT ALONE.
      *
      * RUN IT AFTER THE NIGHT'S CONVERSION (AND AFTER XREFAPLY ON A
      * DEFERRED-UPDATE NIGHT) AND BEFORE RRBXMIT. A RERUN IS SAFE -
      * A PAIR ALREADY LINKED IS COUNTED AND SKIPPED, AND A FLAG
      * ALREADY SET OR SENT IS NEVER SET AGAIN. REFUSED CORRECTIONS
      * LAND ON THE SHARED EXCPREC LAYOUT (SUPEXCP) FOR EXCPTRI.
      * REASON CODES (SOURCE PROGRAM 'XREFSUPR'):
      *   01 - CORRECTED HIC NOT ON THE CROSSWALK MASTER
      *   02 - CORRECTION MALFORMED (BLANK OR IDENTICAL HICS)
      *   03 - ORIGINAL HIC ALREADY SUPERSEDED BY A DIFFERENT HIC
      *   04 - CORRECTED HIC ALREADY SUPERSEDES A DIFFERENT HIC

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL CORRECTION-IN-FILE
                                  ASSIGN TO CORRIN
                                  FILE STATUS IS CRI-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

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

           SELECT SUPR-AUDIT-FILE ASSIGN TO XSUPRAU
                                  FILE STATUS IS AU-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SUPR-EXCP-FILE  ASSIGN TO SUPEXCP
                                  FILE STATUS IS SX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    SAME LAYOUT RRBDRIVE READS.

       FD  CORRECTION-IN-FILE
           RECORD CONTAINS 44 CHARACTERS.

       01  CORRECTION-IN-REC.
           02  CRI-ORIG-HIC        PIC X(12).
           02  CRI-CORR-HIC        PIC X(12).
           02  CRI-OPERATOR        PIC X(08).
           02  CRI-TERM            PIC X(04).
           02  CRI-TIME            PIC X(08).

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
               88  AK-NO-REPLACE              VALUE ' '.
               88  AK-CANCEL-PENDING          VALUE 'C'.
               88  AK-CANCEL-SENT             VALUE 'S'.

      *    ONE ROW PER CORRECTION LINKED - THE TWO RRB HICS, THE SSA
      *    HICS BEHIND THEM, WHAT THE ACKMAST SIDE DID, WHO MADE THE
      *    CORRECTION AND WHEN IT WAS LINKED.

       FD  SUPR-AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  SUPR-AUDIT-REC.
           05  SA-OLD-RRB-HIC      PIC X(12).
           05  FILLER              PIC X(01).
           05  SA-NEW-RRB-HIC      PIC X(12).
           05  FILLER              PIC X(01).
           05  SA-OLD-SSA-HIC      PIC X(11).
           05  FILLER              PIC X(01).
           05  SA-NEW-SSA-HIC      PIC X(11).
           05  FILLER              PIC X(01).
           05  SA-ACK-ACTION       PIC X(01).
           05  FILLER              PIC X(01).
           05  SA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  SA-TIMESTAMP        PIC X(26).
           05  FILLER              PIC X(13).

       FD  SUPR-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

           COPY EXCPREC.

       WORKING-STORAGE SECTION.

       01  CRI-FILE-STATUS         PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  AU-FILE-STATUS          PIC X(02).
       01  SX-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-CORRECTIONS PIC X(01)  VALUE 'N'.
               88  END-OF-CORRECTIONS         VALUE 'Y'.
           05  WS-XREF-UNAVAILABLE PIC X(01)  VALUE 'N'.
               88  XREF-UNAVAILABLE           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CORRECTIONS-READ     PIC 9(09)  VALUE ZERO.
           05  WS-PAIRS-LINKED         PIC 9(09)  VALUE ZERO.
           05  WS-ALREADY-LINKED       PIC 9(09)  VALUE ZERO.
           05  WS-NO-PRIOR-RECORD      PIC 9(09)  VALUE ZERO.
           05  WS-HISTORY-CARRIED      PIC 9(09)  VALUE ZERO.
           05  WS-CANCELS-FLAGGED      PIC 9(09)  VALUE ZERO.
           05  WS-CORRECTIONS-REJECTED PIC 9(09)  VALUE ZERO.

       01  WS-REJECT-REASON        PIC X(02)  VALUE SPACE.
       01  WS-CURRENT-TIMESTAMP    PIC X(26)  VALUE SPACE.
       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

      *    WS-ACK-ACTION ON THE AUDIT ROW: 'F' FLAGGED FOR A CANCEL-
      *    AND-REPLACE, 'K' FLAG ALREADY SET OR SENT, 'N' NO RECORD,
      *    'R' SEND WAS REJECTED, 'O' RECORD NOW CARRIES ANOTHER RRB
      *    HIC, 'S' SSA HIC UNCHANGED BY THE CORRECTION, 'X' ACKMAST
      *    UNAVAILABLE.

       01  WS-ACK-ACTION           PIC X(01)  VALUE SPACE.

      *    THE ORIGINAL HIC'S MASTER RECORD, HELD WHILE THE CORRECTED
      *    ONE IS READ AND REWRITTEN.

       01  WS-OLD-XREF.
           05  WO-RRB-HIC              PIC  X(12).
           05  WO-SSA-HIC              PIC  X(11).
           05  WO-SSA-MBI              PIC  X(11).
           05  WO-SSA-BIC              PIC  X(02).
           05  WO-FIRST-SEEN           PIC  X(26).
           05  WO-LAST-SEEN            PIC  X(26).
           05  WO-MISMATCH-FLAG        PIC  X(01).
           05  WO-TERM-STATUS          PIC  X(01).
           05  WO-TERM-DATE            PIC  X(08).
           05  WO-SUPERSEDED-BY        PIC  X(12).
           05  WO-SUPERSEDES           PIC  X(12).

       01  WS-NEW-SSA-HIC          PIC X(11)  VALUE SPACE.

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

           PERFORM UNTIL END-OF-CORRECTIONS
              PERFORM 2000-LINK-ONE-CORRECTION
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           MOVE 'XREFSUPR'            TO MJ-SOURCE-PGM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

      *    NO CORRECTIONS TODAY IS A NORMAL NIGHT - THE OPTIONAL FILE
      *    OPENS '05' AND THE FIRST READ ENDS THE RUN.

           OPEN INPUT CORRECTION-IN-FILE.

           IF  CRI-FILE-STATUS NOT = '00'
           AND CRI-FILE-STATUS NOT = '05'
              DISPLAY 'XREFSUPR,UNABLE TO OPEN CORRIN,'
                      CRI-FILE-STATUS
              MOVE 'Y' TO NO-MORE-CORRECTIONS
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'XREFSUPR,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y' TO NO-MORE-CORRECTIONS
              MOVE 'Y' TO WS-XREF-UNAVAILABLE
              CLOSE CORRECTION-IN-FILE
              GO TO 1000-EXIT
           END-IF.

      *    WITHOUT ACKMAST THE LINKS ARE STILL MADE - THE AUDIT ROW
      *    SAYS 'X' SO THE FLAG CAN BE SET BY HAND.

           OPEN I-O ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'XREFSUPR,UNABLE TO OPEN ACK-MASTER-FILE,'
                      AK-FILE-STATUS ',NO CANCELS FLAGGED'
           END-IF.

           OPEN EXTEND SUPR-AUDIT-FILE.
           IF AU-FILE-STATUS NOT = '00'
              OPEN OUTPUT SUPR-AUDIT-FILE
           END-IF.

           OPEN EXTEND SUPR-EXCP-FILE.
           IF SX-FILE-STATUS NOT = '00'
              OPEN OUTPUT SUPR-EXCP-FILE
           END-IF.

       1000-EXIT.
           EXIT.

       2000-LINK-ONE-CORRECTION.

           READ CORRECTION-IN-FILE
              AT END MOVE 'Y' TO NO-MORE-CORRECTIONS
           END-READ.

           IF END-OF-CORRECTIONS
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-CORRECTIONS-READ.

           MOVE SPACE                 TO WS-REJECT-REASON.
           MOVE SPACE                 TO WS-ACK-ACTION.

           IF CRI-ORIG-HIC = SPACE
           OR CRI-CORR-HIC = SPACE
           OR CRI-ORIG-HIC = CRI-CORR-HIC
              MOVE '02'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-SUPR-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

      *    AN ORIGINAL THAT NEVER REACHED THE MASTER LEFT NO ORPHAN.

           MOVE CRI-ORIG-HIC          TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               ADD 1                  TO WS-NO-PRIOR-RECORD
               GO TO 2000-EXIT
             NOT INVALID KEY
               MOVE HIC-XREF-REC      TO WS-OLD-XREF
           END-READ.

           IF  WO-SUPERSEDED-BY NOT = SPACE
           AND WO-SUPERSEDED-BY NOT = CRI-CORR-HIC
               MOVE '03'              TO WS-REJECT-REASON
               PERFORM 2900-WRITE-SUPR-EXCEPTION
                  THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE CRI-CORR-HIC          TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               MOVE '01'              TO WS-REJECT-REASON
               PERFORM 2900-WRITE-SUPR-EXCEPTION
                  THRU 2900-EXIT
               GO TO 2000-EXIT
             NOT INVALID KEY
               CONTINUE
           END-READ.

           IF  HX-SUPERSEDES NOT = SPACE
           AND HX-SUPERSEDES NOT = CRI-ORIG-HIC
               MOVE '04'              TO WS-REJECT-REASON
               PERFORM 2900-WRITE-SUPR-EXCEPTION
                  THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF  HX-SUPERSEDES    = CRI-ORIG-HIC
           AND WO-SUPERSEDED-BY = CRI-CORR-HIC
               ADD 1                  TO WS-ALREADY-LINKED
               GO TO 2000-EXIT
           END-IF.

      *    THE CORRECTED RECORD FIRST - ITS BACK LINK, AND THE
      *    EARLIER FIRST-SEEN STAMP IF THE ORIGINAL HAS ONE.

           MOVE HX-SSA-HIC            TO WS-NEW-SSA-HIC.
           MOVE CRI-ORIG-HIC          TO HX-SUPERSEDES.

           IF  WO-FIRST-SEEN NOT = SPACE
           AND (HX-FIRST-SEEN = SPACE
                OR WO-FIRST-SEEN < HX-FIRST-SEEN)
               MOVE WO-FIRST-SEEN     TO HX-FIRST-SEEN
               ADD 1                  TO WS-HISTORY-CARRIED
           END-IF.

           REWRITE HIC-XREF-REC.

           MOVE 'HICXREF '            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.
           MOVE HIC-XREF-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

      *    THEN THE ORIGINAL'S FORWARD LINK.

           MOVE CRI-ORIG-HIC          TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               GO TO 2000-EXIT
             NOT INVALID KEY
               CONTINUE
           END-READ.

           MOVE CRI-CORR-HIC          TO HX-SUPERSEDED-BY.

           REWRITE HIC-XREF-REC.

           MOVE 'HICXREF '            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.
           MOVE HIC-XREF-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           PERFORM 2100-FLAG-CANCEL-NOTICE
              THRU 2100-EXIT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE SPACE                 TO SUPR-AUDIT-REC.
           MOVE CRI-ORIG-HIC          TO SA-OLD-RRB-HIC.
           MOVE CRI-CORR-HIC          TO SA-NEW-RRB-HIC.
           MOVE WO-SSA-HIC            TO SA-OLD-SSA-HIC.
           MOVE WS-NEW-SSA-HIC        TO SA-NEW-SSA-HIC.
           MOVE WS-ACK-ACTION         TO SA-ACK-ACTION.
           MOVE CRI-OPERATOR          TO SA-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP  TO SA-TIMESTAMP.
           WRITE SUPR-AUDIT-REC.

           ADD 1 TO WS-PAIRS-LINKED.

       2000-EXIT.
           EXIT.

      *    THE ACKMAST RECORD THE ORIGINAL WENT OUT UNDER. ONLY A
      *    SEND SSA MAY STILL HOLD - PENDING OR ACCEPTED, STILL THE
      *    ORIGINAL RRB HIC, UNDER AN SSA HIC THE CORRECTION CHANGED
      *    - IS FLAGGED FOR RRBXMIT'S CANCEL-AND-REPLACE NOTICE.

       2100-FLAG-CANCEL-NOTICE.

           IF AK-FILE-STATUS NOT = '00'
              MOVE 'X'                TO WS-ACK-ACTION
              GO TO 2100-EXIT
           END-IF.

           IF WO-SSA-HIC = SPACE
              MOVE 'N'                TO WS-ACK-ACTION
              GO TO 2100-EXIT
           END-IF.

           IF WO-SSA-HIC = WS-NEW-SSA-HIC
              MOVE 'S'                TO WS-ACK-ACTION
              GO TO 2100-EXIT
           END-IF.

           MOVE WO-SSA-HIC            TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
             INVALID KEY
               MOVE 'N'               TO WS-ACK-ACTION
               GO TO 2100-EXIT
             NOT INVALID KEY
               CONTINUE
           END-READ.

           IF AK-RRB-HIC NOT = CRI-ORIG-HIC
              MOVE 'O'                TO WS-ACK-ACTION
              GO TO 2100-EXIT
           END-IF.

           IF AK-REJECTED
              MOVE 'R'                TO WS-ACK-ACTION
              GO TO 2100-EXIT
           END-IF.

           IF NOT AK-NO-REPLACE
              MOVE 'K'                TO WS-ACK-ACTION
              GO TO 2100-EXIT
           END-IF.

           SET  AK-CANCEL-PENDING     TO TRUE.

           REWRITE ACK-MASTER-REC.

           MOVE 'ACKMAST '            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.
           MOVE ACK-MASTER-REC        TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           MOVE 'F'                   TO WS-ACK-ACTION.
           ADD 1                      TO WS-CANCELS-FLAGGED.

       2100-EXIT.
           EXIT.

       2900-WRITE-SUPR-EXCEPTION.

           MOVE 'XREFSUPR'            TO EXCP-SOURCE-PGM.
           MOVE CRI-ORIG-HIC          TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO EXCP-INPUT-KEY.
           MOVE WS-REJECT-REASON      TO EXCP-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE SPACE                 TO EXCP-SOURCE-CODE.

           WRITE EXCP-COMMON-REC.

           ADD 1 TO WS-CORRECTIONS-REJECTED.

       2900-EXIT.
           EXIT.

       8000-TERMINATE.

           IF CRI-FILE-STATUS = '00' OR CRI-FILE-STATUS = '10'
              CLOSE CORRECTION-IN-FILE
           END-IF.
           IF HX-FILE-STATUS = '00' OR HX-FILE-STATUS = '10'
              CLOSE HIC-XREF-FILE
           END-IF.
           IF AK-FILE-STATUS = '00' OR AK-FILE-STATUS = '10'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF AU-FILE-STATUS = '00'
              CLOSE SUPR-AUDIT-FILE
           END-IF.
           IF SX-FILE-STATUS = '00'
              CLOSE SUPR-EXCP-FILE
           END-IF.

           DISPLAY 'XREFSUPR,CORRECTIONS READ,' WS-CORRECTIONS-READ.
           DISPLAY 'XREFSUPR,PAIRS LINKED,' WS-PAIRS-LINKED.
           DISPLAY 'XREFSUPR,ALREADY LINKED,' WS-ALREADY-LINKED.
           DISPLAY 'XREFSUPR,NO PRIOR RECORD,' WS-NO-PRIOR-RECORD.
           DISPLAY 'XREFSUPR,FIRST-SEEN CARRIED,' WS-HISTORY-CARRIED.
           DISPLAY 'XREFSUPR,CANCELS FLAGGED,' WS-CANCELS-FLAGGED.
           DISPLAY 'XREFSUPR,CORRECTIONS REJECTED,'
                   WS-CORRECTIONS-REJECTED.

           MOVE 'XREFSUPR'            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'CORRIN  '            TO RL-INPUT-DDNAME.
           MOVE WS-CORRECTIONS-READ   TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED = WS-PAIRS-LINKED
                                       + WS-ALREADY-LINKED
                                       + WS-NO-PRIOR-RECORD.
           MOVE WS-CORRECTIONS-REJECTED
                                      TO RL-RECORDS-REJECTED.
           IF WS-CORRECTIONS-REJECTED > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.
           IF XREF-UNAVAILABLE
              MOVE 08                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
