       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDT.
       AUTHOR. CHRISTIAN STRAMA.

      * CROSS-MASTER REFERENTIAL INTEGRITY AUDIT. XREFAUDT BALANCES
      * THE NIGHT'S RRBOUT AGAINST THE CROSSWALK, BUT NOTHING CHECKED
      * THE MASTERS AGAINST EACH OTHER, AND THEY DRIFT - AN HICAGE
      * PURGE LEAVES ACKMAST AND SSAXREF POINTING AT A RECORD THAT IS
      * NOW ONLY ON THE ARCHIVE, AN MBI POSTS TO ONE MASTER AND NOT
      * THE OTHER, A TERMINATION LANDS AFTER THE SEND. THIS PERIODIC
      * AUDIT SWEEPS HIC-XREF, ACKMAST, SSAXREF AND OUTCMAST IN THAT
      * ORDER, EACH IN KEY ORDER, AND CHECKS EVERY RECORD AGAINST THE
      * CROSSWALK BY RANDOM READ. FIVE CLASSES ARE REPORTED:
      *
      *   1 - ACKMAST RECORD WHOSE RRB HIC IS NOT ON HIC-XREF
      *   2 - OUTCMAST OM-CUR-SSA-HIC DISAGREES WITH HX-SSA-HIC
      *   3 - MBI POSTED ON ACKMAST BUT NOT ON THE CROSSWALK (THE
      *       CROSSWALK HAS NONE, OR A DIFFERENT ONE)
      *   4 - SSAXREF ENTRY WHOSE RRB HIC IS NOT ON HIC-XREF (THE
      *       RECORD HAS BEEN ARCHIVED, OR NEVER WAS)
      *   5 - TERMINATED BENEFICIARY (HX-TERM-STATUS D OR T) STILL
      *       PENDING ON ACKMAST UNDER ITS OWN RRB HIC
      *
      * EVERY INCONSISTENCY IS ONE DETAIL ROW ON REFAEXC, AND EACH
      * MASTER'S SWEEP ENDS WITH ONE TOTAL ROW PER CLASS IT CHECKS
      * ('T' ROWS). THE AUDIT CHANGES NOTHING. CLASS 2 IS THE ONE
      * THE EXISTING REVIEW WORKFLOW CAN SETTLE, SO EACH CLASS-2 ROW
      * IS ALSO WRITTEN TO REFARVW IN THE HICRVEXT REVIEW LAYOUT -
      * THE CROSSWALK'S SSA HIC IN THE OLD-SSA COLUMN, THE OUTCOME
      * MASTER'S IN THE NEW-SSA COLUMN - FOR HICRVAPP TO APPLY THE
      * ANALYST'S KEEP/ACCEPT/SUPPRESS DECISION THE USUAL WAY. A
      * CROSSWALK RECORD ALREADY FLAGGED FOR REVIEW ('Y') OR
      * SUPPRESSED ('S') IS REPORTED BUT NOT PROPOSED AGAIN. THE
      * OTHER CLASSES HAVE NO COLUMN IN THAT LAYOUT AND ARE REPORTED
      * ONLY - AN SSAXREF ORPHAN CLEARS ON THE NEXT SSAXBLD REBUILD.
      *
      * RESTARTABLE THROUGH CKPTSRV. THE POSITION FIELD CARRIES THE
      * PHASE (1-4, THE MASTER BEING SWEPT) AND THE LAST KEY JUDGED;
      * THE TWO COUNT SLOTS CARRY THE CURRENT PHASE'S CLASS COUNTS.
      * A RESTART TAKES THE FINISHED PHASES' COUNTS BACK FROM THEIR
      * 'T' ROWS ON REFAEXC AND REOPENS BOTH OUTPUTS EXTEND.
      *
      * RETURN CODE 4 WHEN ANY INCONSISTENCY IS FOUND OR A MASTER
      * OTHER THAN THE CROSSWALK COULD NOT BE OPENED (ITS CLASSES ARE
      * NOT CHECKED), 8 WHEN THE CROSSWALK ITSELF COULD NOT BE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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

           SELECT SSA-XREF-FILE   ASSIGN TO WS-SSAXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SX-SSA-HIC
                                  FILE STATUS IS SX-FILE-STATUS.

           SELECT OUTCOME-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

           SELECT REF-EXCP-FILE   ASSIGN TO REFAEXC
                                  FILE STATUS IS RX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT REF-REVIEW-FILE ASSIGN TO REFARVW
                                  FILE STATUS IS RV-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

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

       FD  SSA-XREF-FILE.

       01  SSA-XREF-REC.
           05  SX-SSA-HIC              PIC  X(11).
           05  SX-RRB-HIC              PIC  X(12).
           05  SX-SSA-MBI              PIC  X(11).
           05  SX-SSA-BIC              PIC  X(02).
           05  SX-LAST-SEEN            PIC  X(26).

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

      *    ONE ROW PER INCONSISTENCY - THE CLASS, THE MASTER SWEPT AND
      *    THE KEY IT WAS FOUND UNDER, THE RRB HIC INVOLVED, AND THE
      *    VALUE ON THE SWEPT MASTER BESIDE THE CROSSWALK'S (SSA HIC
      *    FOR CLASS 2, MBI FOR CLASS 3, ACK STATUS FOR CLASS 5 BESIDE
      *    THE TERMINATION STATUS). A 'T' ROW CLOSES EACH SWEEP WITH
      *    THE COUNT FOR ONE CLASS.

       FD  REF-EXCP-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REF-EXCP-REC.
           05  RX-CLASS                PIC  X(01).
               88  RX-TOTAL-ROW                    VALUE 'T'.
           05  FILLER                  PIC  X(01).
           05  RX-SWEPT-FILE           PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  RX-DETAIL.
               10  RX-SWEPT-KEY        PIC  X(12).
               10  FILLER              PIC  X(01).
               10  RX-RRB-HIC          PIC  X(12).
               10  FILLER              PIC  X(01).
               10  RX-SWEPT-VALUE      PIC  X(11).
               10  FILLER              PIC  X(01).
               10  RX-XREF-VALUE       PIC  X(11).
           05  RX-TOTAL REDEFINES RX-DETAIL.
               10  RX-TOTAL-PHASE      PIC  9(01).
               10  FILLER              PIC  X(01).
               10  RX-TOTAL-CLASS      PIC  9(01).
               10  FILLER              PIC  X(01).
               10  RX-TOTAL-COUNT      PIC  9(09).
               10  FILLER              PIC  X(36).
           05  FILLER                  PIC  X(20).

      *    SAME LAYOUT AS HICRVEXT'S REVIEW FILE, SO HICRVAPP WORKS
      *    THESE DECISIONS EXACTLY LIKE MISMATCH DECISIONS.

       FD  REF-REVIEW-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  REF-REVIEW-REC.
           05  RV-RRB-HIC              PIC  X(12).
           05  RV-OLD-SSA-HIC          PIC  X(11).
           05  RV-NEW-SSA-HIC          PIC  X(11).
           05  RV-FIRST-SEEN           PIC  X(26).
           05  RV-LAST-SEEN            PIC  X(26).

       WORKING-STORAGE SECTION.

       01  HX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  SX-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  RX-FILE-STATUS          PIC X(02).
       01  RV-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-SSAXREF-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-SWEPT       PIC X(01)  VALUE 'N'.
               88  END-OF-SWEPT               VALUE 'Y'.
           05  NO-MORE-EXCP        PIC X(01)  VALUE 'N'.
               88  END-OF-EXCP                VALUE 'Y'.
           05  WS-XREF-OPEN        PIC X(01)  VALUE 'N'.
           05  WS-ACKMAST-OPEN     PIC X(01)  VALUE 'N'.
           05  WS-SSAXREF-OPEN     PIC X(01)  VALUE 'N'.
           05  WS-OUTCMAST-OPEN    PIC X(01)  VALUE 'N'.
           05  WS-XREF-FOUND       PIC X(01)  VALUE 'N'.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-XREF-READ            PIC 9(09)  VALUE ZERO.
           05  WS-ACKMAST-READ         PIC 9(09)  VALUE ZERO.
           05  WS-SSAXREF-READ         PIC 9(09)  VALUE ZERO.
           05  WS-OUTCMAST-READ        PIC 9(09)  VALUE ZERO.
           05  WS-CLASS-1-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-CLASS-2-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-CLASS-3-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-CLASS-4-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-CLASS-5-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-REVIEW-WRITTEN       PIC 9(09)  VALUE ZERO.
           05  WS-ALREADY-IN-REVIEW    PIC 9(09)  VALUE ZERO.
           05  WS-INCONSISTENT         PIC 9(09)  VALUE ZERO.

      *    THE MASTER BEING SWEPT, AND THE FIRST ONE THIS RUN SWEEPS
      *    (LATER THAN 1 ONLY ON A RESTART).

       01  WS-PHASE                PIC 9(01)  VALUE ZERO.
       01  WS-START-PHASE          PIC 9(01)  VALUE 1.
       01  WS-PHASE-FILE           PIC X(08)  VALUE SPACE.
       01  WS-SWEPT-KEY            PIC X(12)  VALUE SPACE.
       01  WS-TOTAL-CLASS          PIC 9(01)  VALUE ZERO.
       01  WS-TOTAL-COUNT          PIC 9(09)  VALUE ZERO.

      *    PARAMETERS FOR CKPTSRV - SAME LAYOUT AS CKPTSRV'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. THE OPAQUE POSITION FIELD CARRIES
      *    THE PHASE IN BYTE 1 AND THE LAST KEY JUDGED IN BYTES 2-13;
      *    THE COUNT SLOTS CARRY THE CURRENT PHASE'S CLASSES (SEE
      *    7100-TAKE-CHECKPOINT).

       01  WS-CKPTSRV-PARAMETERS.
           05  CP-FUNCTION             PIC  X(01).
           05  CP-JOB-NAME             PIC  X(08).
           05  CP-RESUME-FLAG          PIC  X(01).
           05  CP-LAST-KEY.
               10  CP-LK-PHASE         PIC  9(01).
               10  CP-LK-KEY           PIC  X(12).
               10  FILLER              PIC  X(13).
           05  CP-RECORDS-DONE         PIC  9(09).
           05  CP-COUNT-1              PIC  9(09).
           05  CP-COUNT-2              PIC  9(09).
           05  CP-RETURN-CODE          PIC  9(02).

       01  WS-CKPT-INTERVAL            PIC 9(05)  VALUE 05000.
       01  WS-READS-SINCE-CKPT         PIC 9(05)  VALUE ZERO.
       01  WS-RESUME-KEY               PIC X(12)  VALUE LOW-VALUES.
       01  WS-RESUMING                 PIC X(01)  VALUE 'N'.
           88  RESUMING-RUN                       VALUE 'Y'.

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

           IF WS-XREF-OPEN = 'Y'
              IF WS-START-PHASE <= 1
                 PERFORM 2000-SWEEP-XREF
                    THRU 2000-EXIT
              END-IF
              IF WS-START-PHASE <= 2
                 PERFORM 3000-SWEEP-ACKMAST
                    THRU 3000-EXIT
              END-IF
              IF WS-START-PHASE <= 3
                 PERFORM 4000-SWEEP-SSAXREF
                    THRU 4000-EXIT
              END-IF
              IF WS-START-PHASE <= 4
                 PERFORM 5000-SWEEP-OUTCMAST
                    THRU 5000-EXIT
              END-IF
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'SSAXREFT'          TO  WS-SSAXREF-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'SSAXREF '          TO  WS-SSAXREF-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
           END-IF.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'REFAUDT,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS ',NOTHING AUDITED'
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-XREF-OPEN.

           OPEN INPUT ACK-MASTER-FILE.
           IF AK-FILE-STATUS = '00'
              MOVE 'Y'                 TO WS-ACKMAST-OPEN
           ELSE
              DISPLAY 'REFAUDT,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS ',CLASSES 1 3 5 NOT CHECKED'
           END-IF.

           OPEN INPUT SSA-XREF-FILE.
           IF SX-FILE-STATUS = '00'
              MOVE 'Y'                 TO WS-SSAXREF-OPEN
           ELSE
              DISPLAY 'REFAUDT,UNABLE TO OPEN SSAXREF,'
                      SX-FILE-STATUS ',CLASS 4 NOT CHECKED'
           END-IF.

           OPEN INPUT OUTCOME-MASTER-FILE.
           IF OM-FILE-STATUS = '00'
              MOVE 'Y'                 TO WS-OUTCMAST-OPEN
           ELSE
              DISPLAY 'REFAUDT,UNABLE TO OPEN OUTCMAST,'
                      OM-FILE-STATUS ',CLASS 2 NOT CHECKED'
           END-IF.

           MOVE 'REFAUDT '             TO CP-JOB-NAME.
           MOVE 'R'                    TO CP-FUNCTION.
           CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS.

           IF  CP-RESUME-FLAG = 'Y'
           AND CP-LK-PHASE >= 1
           AND CP-LK-PHASE <= 4
              MOVE 'Y'                 TO WS-RESUMING
              MOVE CP-LK-PHASE         TO WS-START-PHASE
              MOVE CP-LK-KEY           TO WS-RESUME-KEY
              MOVE CP-RECORDS-DONE     TO WS-RECORDS-READ
              DISPLAY 'REFAUDT,RESUMING PHASE,' WS-START-PHASE
                      ',PAST KEY,' WS-RESUME-KEY
              PERFORM 1100-RECOVER-COUNTS
                 THRU 1100-EXIT
              OPEN EXTEND REF-EXCP-FILE
              IF RX-FILE-STATUS NOT = '00'
                 OPEN OUTPUT REF-EXCP-FILE
              END-IF
              OPEN EXTEND REF-REVIEW-FILE
              IF RV-FILE-STATUS NOT = '00'
                 OPEN OUTPUT REF-REVIEW-FILE
              END-IF
           ELSE
              OPEN OUTPUT REF-EXCP-FILE
                          REF-REVIEW-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *    A RESTART - THE FINISHED PHASES' CLASS COUNTS COME BACK
      *    FROM THEIR 'T' ROWS (A 'T' ROW FOR THE PHASE BEING RESUMED
      *    OR A LATER ONE IS FROM A SWEEP THAT DID NOT FINISH ITS
      *    CHECKPOINT AND IS IGNORED); THE RESUMED PHASE'S OWN COUNTS
      *    COME FROM THE CHECKPOINT'S COUNT SLOTS.

       1100-RECOVER-COUNTS.

           OPEN INPUT REF-EXCP-FILE.

           IF RX-FILE-STATUS = '00'
              PERFORM UNTIL END-OF-EXCP
                  READ REF-EXCP-FILE
                    AT END
                      MOVE 'Y'         TO NO-MORE-EXCP
                    NOT AT END
                      IF  RX-TOTAL-ROW
                      AND RX-TOTAL-PHASE < WS-START-PHASE
                         PERFORM 1110-ADD-TOTAL-ROW
                            THRU 1110-EXIT
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE REF-EXCP-FILE
           END-IF.

           EVALUATE WS-START-PHASE
             WHEN 1
               MOVE CP-COUNT-1         TO WS-CLASS-5-COUNT
             WHEN 2
               MOVE CP-COUNT-1         TO WS-CLASS-1-COUNT
               MOVE CP-COUNT-2         TO WS-CLASS-3-COUNT
             WHEN 3
               MOVE CP-COUNT-1         TO WS-CLASS-4-COUNT
             WHEN 4
               MOVE CP-COUNT-1         TO WS-CLASS-2-COUNT
           END-EVALUATE.

       1100-EXIT.
           EXIT.

       1110-ADD-TOTAL-ROW.

           EVALUATE RX-TOTAL-CLASS
             WHEN 1
               ADD RX-TOTAL-COUNT      TO WS-CLASS-1-COUNT
             WHEN 2
               ADD RX-TOTAL-COUNT      TO WS-CLASS-2-COUNT
             WHEN 3
               ADD RX-TOTAL-COUNT      TO WS-CLASS-3-COUNT
             WHEN 4
               ADD RX-TOTAL-COUNT      TO WS-CLASS-4-COUNT
             WHEN 5
               ADD RX-TOTAL-COUNT      TO WS-CLASS-5-COUNT
           END-EVALUATE.

       1110-EXIT.
           EXIT.

      *    PHASE 1 - THE CROSSWALK IN KEY ORDER. A TERMINATED
      *    BENEFICIARY'S SSA HIC IS LOOKED UP ON ACKMAST; A PENDING
      *    SEND STILL CARRYING ITS RRB HIC IS CLASS 5. WITHOUT ACKMAST
      *    THERE IS NOTHING TO CHECK AND THE SWEEP IS SKIPPED.

       2000-SWEEP-XREF.

           MOVE 1                      TO WS-PHASE.
           MOVE 'HICXREF '             TO WS-PHASE-FILE.

           IF WS-ACKMAST-OPEN NOT = 'Y'
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SWEPT.

           IF  RESUMING-RUN
           AND WS-START-PHASE = 1
              MOVE WS-RESUME-KEY       TO HX-RRB-HIC
              START HIC-XREF-FILE KEY > HX-RRB-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           ELSE
              MOVE LOW-VALUES          TO HX-RRB-HIC
              START HIC-XREF-FILE KEY NOT < HX-RRB-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           END-IF.

           PERFORM 2100-CHECK-ONE-XREF
              THRU 2100-EXIT
             UNTIL END-OF-SWEPT.

           PERFORM 7000-CLOSE-PHASE
              THRU 7000-EXIT.

       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-XREF.

           READ HIC-XREF-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SWEPT
           END-READ.

           IF END-OF-SWEPT
              GO TO 2100-EXIT
           END-IF.

           ADD 1                       TO WS-RECORDS-READ
                                          WS-XREF-READ.
           MOVE HX-RRB-HIC             TO WS-SWEPT-KEY.

           IF  HX-TERM-STATUS NOT = 'D'
           AND HX-TERM-STATUS NOT = 'T'
              GO TO 2190-NEXT
           END-IF.

           IF HX-SSA-HIC = SPACE
              GO TO 2190-NEXT
           END-IF.

           MOVE HX-SSA-HIC             TO AK-SSA-HIC.
           READ ACK-MASTER-FILE
              INVALID KEY
                 GO TO 2190-NEXT
           END-READ.

           IF  AK-RRB-HIC = HX-RRB-HIC
           AND AK-PENDING
              ADD 1                    TO WS-CLASS-5-COUNT
              MOVE SPACE               TO REF-EXCP-REC
              MOVE '5'                 TO RX-CLASS
              MOVE HX-RRB-HIC          TO RX-RRB-HIC
              MOVE AK-ACK-STATUS       TO RX-SWEPT-VALUE
              MOVE HX-TERM-STATUS      TO RX-XREF-VALUE
              PERFORM 6000-WRITE-DETAIL
                 THRU 6000-EXIT
           END-IF.

       2190-NEXT.

           PERFORM 7200-COUNT-TOWARD-CHECKPOINT
              THRU 7200-EXIT.

       2100-EXIT.
           EXIT.

      *    PHASE 2 - ACKMAST IN KEY ORDER. EACH RECORD'S RRB HIC IS
      *    READ ON THE CROSSWALK: NOT THERE IS CLASS 1; THERE, BUT
      *    WITHOUT THE MBI ACKMAST POSTED, IS CLASS 3.

       3000-SWEEP-ACKMAST.

           MOVE 2                      TO WS-PHASE.
           MOVE 'ACKMAST '             TO WS-PHASE-FILE.

           IF WS-ACKMAST-OPEN NOT = 'Y'
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SWEPT.

           IF  RESUMING-RUN
           AND WS-START-PHASE = 2
              MOVE WS-RESUME-KEY (1:11)
                                       TO AK-SSA-HIC
              START ACK-MASTER-FILE KEY > AK-SSA-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           ELSE
              MOVE LOW-VALUES          TO AK-SSA-HIC
              START ACK-MASTER-FILE KEY NOT < AK-SSA-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           END-IF.

           PERFORM 3100-CHECK-ONE-ACK
              THRU 3100-EXIT
             UNTIL END-OF-SWEPT.

           PERFORM 7000-CLOSE-PHASE
              THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ACK.

           READ ACK-MASTER-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SWEPT
           END-READ.

           IF END-OF-SWEPT
              GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-RECORDS-READ
                                          WS-ACKMAST-READ.
           MOVE AK-SSA-HIC             TO WS-SWEPT-KEY.

           MOVE AK-RRB-HIC             TO HX-RRB-HIC.
           PERFORM 6100-READ-XREF
              THRU 6100-EXIT.

           IF WS-XREF-FOUND = 'N'
              ADD 1                    TO WS-CLASS-1-COUNT
              MOVE SPACE               TO REF-EXCP-REC
              MOVE '1'                 TO RX-CLASS
              MOVE AK-RRB-HIC          TO RX-RRB-HIC
              PERFORM 6000-WRITE-DETAIL
                 THRU 6000-EXIT
              GO TO 3190-NEXT
           END-IF.

           IF  AK-SSA-MBI NOT = SPACE
           AND AK-SSA-MBI NOT = HX-SSA-MBI
              ADD 1                    TO WS-CLASS-3-COUNT
              MOVE SPACE               TO REF-EXCP-REC
              MOVE '3'                 TO RX-CLASS
              MOVE AK-RRB-HIC          TO RX-RRB-HIC
              MOVE AK-SSA-MBI          TO RX-SWEPT-VALUE
              MOVE HX-SSA-MBI          TO RX-XREF-VALUE
              PERFORM 6000-WRITE-DETAIL
                 THRU 6000-EXIT
           END-IF.

       3190-NEXT.

           PERFORM 7200-COUNT-TOWARD-CHECKPOINT
              THRU 7200-EXIT.

       3100-EXIT.
           EXIT.

      *    PHASE 3 - SSAXREF IN KEY ORDER. AN ENTRY WHOSE RRB HIC IS
      *    NOT ON THE CROSSWALK IS CLASS 4.

       4000-SWEEP-SSAXREF.

           MOVE 3                      TO WS-PHASE.
           MOVE 'SSAXREF '             TO WS-PHASE-FILE.

           IF WS-SSAXREF-OPEN NOT = 'Y'
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SWEPT.

           IF  RESUMING-RUN
           AND WS-START-PHASE = 3
              MOVE WS-RESUME-KEY (1:11)
                                       TO SX-SSA-HIC
              START SSA-XREF-FILE KEY > SX-SSA-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           ELSE
              MOVE LOW-VALUES          TO SX-SSA-HIC
              START SSA-XREF-FILE KEY NOT < SX-SSA-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           END-IF.

           PERFORM 4100-CHECK-ONE-SSAXREF
              THRU 4100-EXIT
             UNTIL END-OF-SWEPT.

           PERFORM 7000-CLOSE-PHASE
              THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-SSAXREF.

           READ SSA-XREF-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SWEPT
           END-READ.

           IF END-OF-SWEPT
              GO TO 4100-EXIT
           END-IF.

           ADD 1                       TO WS-RECORDS-READ
                                          WS-SSAXREF-READ.
           MOVE SX-SSA-HIC             TO WS-SWEPT-KEY.

           MOVE SX-RRB-HIC             TO HX-RRB-HIC.
           PERFORM 6100-READ-XREF
              THRU 6100-EXIT.

           IF WS-XREF-FOUND = 'N'
              ADD 1                    TO WS-CLASS-4-COUNT
              MOVE SPACE               TO REF-EXCP-REC
              MOVE '4'                 TO RX-CLASS
              MOVE SX-RRB-HIC          TO RX-RRB-HIC
              PERFORM 6000-WRITE-DETAIL
                 THRU 6000-EXIT
           END-IF.

           PERFORM 7200-COUNT-TOWARD-CHECKPOINT
              THRU 7200-EXIT.

       4100-EXIT.
           EXIT.

      *    PHASE 4 - OUTCMAST IN KEY ORDER. A CURRENT CONVERSION WITH
      *    AN SSA HIC THE CROSSWALK DOES NOT CARRY IS CLASS 2, AND IS
      *    PROPOSED FOR REVIEW UNLESS THE CROSSWALK RECORD IS ALREADY
      *    IN (OR SUPPRESSED FROM) THE REVIEW CYCLE. AN OUTCOME WITH
      *    NO SSA HIC (A REJECTED CONVERSION), OR WHOSE RRB HIC IS NOT
      *    ON THE CROSSWALK, HAS NOTHING TO DISAGREE WITH.

       5000-SWEEP-OUTCMAST.

           MOVE 4                      TO WS-PHASE.
           MOVE 'OUTCMAST'             TO WS-PHASE-FILE.

           IF WS-OUTCMAST-OPEN NOT = 'Y'
              GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SWEPT.

           IF  RESUMING-RUN
           AND WS-START-PHASE = 4
              MOVE WS-RESUME-KEY       TO OM-RRB-HIC
              START OUTCOME-MASTER-FILE KEY > OM-RRB-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           ELSE
              MOVE LOW-VALUES          TO OM-RRB-HIC
              START OUTCOME-MASTER-FILE KEY NOT < OM-RRB-HIC
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-SWEPT
              END-START
           END-IF.

           PERFORM 5100-CHECK-ONE-OUTCOME
              THRU 5100-EXIT
             UNTIL END-OF-SWEPT.

           PERFORM 7000-CLOSE-PHASE
              THRU 7000-EXIT.

       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-OUTCOME.

           READ OUTCOME-MASTER-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SWEPT
           END-READ.

           IF END-OF-SWEPT
              GO TO 5100-EXIT
           END-IF.

           ADD 1                       TO WS-RECORDS-READ
                                          WS-OUTCMAST-READ.
           MOVE OM-RRB-HIC             TO WS-SWEPT-KEY.

           IF OM-CUR-SSA-HIC = SPACE
              GO TO 5190-NEXT
           END-IF.

           MOVE OM-RRB-HIC             TO HX-RRB-HIC.
           PERFORM 6100-READ-XREF
              THRU 6100-EXIT.

           IF WS-XREF-FOUND = 'N'
           OR OM-CUR-SSA-HIC = HX-SSA-HIC
              GO TO 5190-NEXT
           END-IF.

           ADD 1                       TO WS-CLASS-2-COUNT.
           MOVE SPACE                  TO REF-EXCP-REC.
           MOVE '2'                    TO RX-CLASS.
           MOVE OM-RRB-HIC             TO RX-RRB-HIC.
           MOVE OM-CUR-SSA-HIC         TO RX-SWEPT-VALUE.
           MOVE HX-SSA-HIC             TO RX-XREF-VALUE.
           PERFORM 6000-WRITE-DETAIL
              THRU 6000-EXIT.

           IF HX-MISMATCH-FLAG = 'Y'
           OR HX-MISMATCH-FLAG = 'S'
              ADD 1                    TO WS-ALREADY-IN-REVIEW
              GO TO 5190-NEXT
           END-IF.

           MOVE SPACE                  TO REF-REVIEW-REC.
           MOVE HX-RRB-HIC             TO RV-RRB-HIC.
           MOVE HX-SSA-HIC             TO RV-OLD-SSA-HIC.
           MOVE OM-CUR-SSA-HIC         TO RV-NEW-SSA-HIC.
           MOVE HX-FIRST-SEEN          TO RV-FIRST-SEEN.
           MOVE HX-LAST-SEEN           TO RV-LAST-SEEN.
           WRITE REF-REVIEW-REC.
           ADD 1                       TO WS-REVIEW-WRITTEN.

       5190-NEXT.

           PERFORM 7200-COUNT-TOWARD-CHECKPOINT
              THRU 7200-EXIT.

       5100-EXIT.
           EXIT.

      *    THE CLASS AND ITS VALUES ARE ALREADY IN THE ROW; THE MASTER
      *    AND KEY ARE THE SWEEP'S.

       6000-WRITE-DETAIL.

           MOVE WS-PHASE-FILE          TO RX-SWEPT-FILE.
           MOVE WS-SWEPT-KEY           TO RX-SWEPT-KEY.
           WRITE REF-EXCP-REC.

       6000-EXIT.
           EXIT.

      *    RANDOM READ OF THE CROSSWALK BY THE RRB HIC ALREADY IN
      *    HX-RRB-HIC. A BLANK RRB HIC IS NEVER ON IT.

       6100-READ-XREF.

           MOVE 'N'                    TO WS-XREF-FOUND.

           IF HX-RRB-HIC = SPACE
              GO TO 6100-EXIT
           END-IF.

           READ HIC-XREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'              TO WS-XREF-FOUND
           END-READ.

       6100-EXIT.
           EXIT.

      *    END OF A SWEEP - ONE 'T' ROW PER CLASS THE PHASE CHECKS,
      *    THEN A CHECKPOINT AT THE START OF THE NEXT PHASE, SO A
      *    RESTART FROM HERE ON TAKES THESE COUNTS FROM THE 'T' ROWS.

       7000-CLOSE-PHASE.

           EVALUATE WS-PHASE
             WHEN 1
               MOVE 5                  TO WS-TOTAL-CLASS
               MOVE WS-CLASS-5-COUNT   TO WS-TOTAL-COUNT
               PERFORM 7050-WRITE-TOTAL-ROW
                  THRU 7050-EXIT
             WHEN 2
               MOVE 1                  TO WS-TOTAL-CLASS
               MOVE WS-CLASS-1-COUNT   TO WS-TOTAL-COUNT
               PERFORM 7050-WRITE-TOTAL-ROW
                  THRU 7050-EXIT
               MOVE 3                  TO WS-TOTAL-CLASS
               MOVE WS-CLASS-3-COUNT   TO WS-TOTAL-COUNT
               PERFORM 7050-WRITE-TOTAL-ROW
                  THRU 7050-EXIT
             WHEN 3
               MOVE 4                  TO WS-TOTAL-CLASS
               MOVE WS-CLASS-4-COUNT   TO WS-TOTAL-COUNT
               PERFORM 7050-WRITE-TOTAL-ROW
                  THRU 7050-EXIT
             WHEN 4
               MOVE 2                  TO WS-TOTAL-CLASS
               MOVE WS-CLASS-2-COUNT   TO WS-TOTAL-COUNT
               PERFORM 7050-WRITE-TOTAL-ROW
                  THRU 7050-EXIT
           END-EVALUATE.

           IF WS-PHASE < 4
              MOVE ZERO                TO WS-READS-SINCE-CKPT
              MOVE 'W'                 TO CP-FUNCTION
              MOVE SPACE               TO CP-LAST-KEY
              COMPUTE CP-LK-PHASE = WS-PHASE + 1
              MOVE LOW-VALUES          TO CP-LK-KEY
              MOVE WS-RECORDS-READ     TO CP-RECORDS-DONE
              MOVE ZERO                TO CP-COUNT-1
                                          CP-COUNT-2
              CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS
           END-IF.

       7000-EXIT.
           EXIT.

       7050-WRITE-TOTAL-ROW.

           MOVE SPACE                  TO REF-EXCP-REC.
           MOVE 'T'                    TO RX-CLASS.
           MOVE WS-PHASE-FILE          TO RX-SWEPT-FILE.
           MOVE WS-PHASE               TO RX-TOTAL-PHASE.
           MOVE WS-TOTAL-CLASS         TO RX-TOTAL-CLASS.
           MOVE WS-TOTAL-COUNT         TO RX-TOTAL-COUNT.
           WRITE REF-EXCP-REC.

       7050-EXIT.
           EXIT.

      *    A CHECKPOINT AS THE SWEEP LEAVES A KEY - EVERYTHING AT OR
      *    BELOW IT IN THIS PHASE HAS BEEN JUDGED. THE COUNT SLOTS
      *    CARRY THIS PHASE'S CLASSES: PHASE 1 CLASS 5, PHASE 2
      *    CLASSES 1 AND 3, PHASE 3 CLASS 4, PHASE 4 CLASS 2.

       7100-TAKE-CHECKPOINT.

           MOVE ZERO                   TO WS-READS-SINCE-CKPT.
           MOVE 'W'                    TO CP-FUNCTION.
           MOVE SPACE                  TO CP-LAST-KEY.
           MOVE WS-PHASE               TO CP-LK-PHASE.
           MOVE WS-SWEPT-KEY           TO CP-LK-KEY.
           MOVE WS-RECORDS-READ        TO CP-RECORDS-DONE.
           MOVE ZERO                   TO CP-COUNT-2.

           EVALUATE WS-PHASE
             WHEN 1
               MOVE WS-CLASS-5-COUNT   TO CP-COUNT-1
             WHEN 2
               MOVE WS-CLASS-1-COUNT   TO CP-COUNT-1
               MOVE WS-CLASS-3-COUNT   TO CP-COUNT-2
             WHEN 3
               MOVE WS-CLASS-4-COUNT   TO CP-COUNT-1
             WHEN 4
               MOVE WS-CLASS-2-COUNT   TO CP-COUNT-1
           END-EVALUATE.

           CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS.

       7100-EXIT.
           EXIT.

       7200-COUNT-TOWARD-CHECKPOINT.

           ADD 1                       TO WS-READS-SINCE-CKPT.

           IF WS-READS-SINCE-CKPT >= WS-CKPT-INTERVAL
              PERFORM 7100-TAKE-CHECKPOINT
                 THRU 7100-EXIT
           END-IF.

       7200-EXIT.
           EXIT.

       8000-TERMINATE.

           IF WS-XREF-OPEN = 'Y'
              CLOSE HIC-XREF-FILE
                    REF-EXCP-FILE
                    REF-REVIEW-FILE
           END-IF.
           IF WS-ACKMAST-OPEN = 'Y'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF WS-SSAXREF-OPEN = 'Y'
              CLOSE SSA-XREF-FILE
           END-IF.
           IF WS-OUTCMAST-OPEN = 'Y'
              CLOSE OUTCOME-MASTER-FILE
           END-IF.

      *    THE CHECKPOINT IS ONLY CLEARED AFTER SWEEPS THAT REALLY
      *    RAN - A CROSSWALK THAT NEVER OPENED MUST NOT COST AN
      *    ABENDED RUN ITS RESTART POINT.

           IF WS-XREF-OPEN = 'Y'
              MOVE 'C'                 TO CP-FUNCTION
              CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS
           END-IF.

           COMPUTE WS-INCONSISTENT = WS-CLASS-1-COUNT
                                   + WS-CLASS-2-COUNT
                                   + WS-CLASS-3-COUNT
                                   + WS-CLASS-4-COUNT
                                   + WS-CLASS-5-COUNT.

           DISPLAY 'REFAUDT,RECORDS READ,' WS-RECORDS-READ.
           DISPLAY 'REFAUDT,HICXREF READ THIS RUN,' WS-XREF-READ.
           DISPLAY 'REFAUDT,ACKMAST READ THIS RUN,' WS-ACKMAST-READ.
           DISPLAY 'REFAUDT,SSAXREF READ THIS RUN,' WS-SSAXREF-READ.
           DISPLAY 'REFAUDT,OUTCMAST READ THIS RUN,'
                   WS-OUTCMAST-READ.
           DISPLAY 'REFAUDT,CLASS 1 ACKMAST RRB HIC NOT ON XREF,'
                   WS-CLASS-1-COUNT.
           DISPLAY 'REFAUDT,CLASS 2 OUTCMAST SSA HIC DIFFERS,'
                   WS-CLASS-2-COUNT.
           DISPLAY 'REFAUDT,CLASS 3 ACKMAST MBI NOT ON XREF,'
                   WS-CLASS-3-COUNT.
           DISPLAY 'REFAUDT,CLASS 4 SSAXREF RRB HIC NOT ON XREF,'
                   WS-CLASS-4-COUNT.
           DISPLAY 'REFAUDT,CLASS 5 TERMINATED STILL PENDING,'
                   WS-CLASS-5-COUNT.
           DISPLAY 'REFAUDT,REVIEW ROWS PROPOSED,' WS-REVIEW-WRITTEN.
           DISPLAY 'REFAUDT,CLASS 2 ALREADY IN REVIEW,'
                   WS-ALREADY-IN-REVIEW.

      *    ONE RUN-LEDGER RECORD. THE "REJECTED" FIGURE IS THE
      *    INCONSISTENCIES FOUND.

           MOVE 'REFAUDT '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'HICXREF '            TO RL-INPUT-DDNAME.
           MOVE WS-RECORDS-READ       TO RL-RECORDS-READ.
           MOVE WS-INCONSISTENT       TO RL-RECORDS-REJECTED.
           IF WS-RECORDS-READ > WS-INCONSISTENT
              COMPUTE RL-RECORDS-ACCEPTED =
                      WS-RECORDS-READ - WS-INCONSISTENT
           ELSE
              MOVE ZERO               TO RL-RECORDS-ACCEPTED
           END-IF.

           EVALUATE TRUE
             WHEN WS-XREF-OPEN NOT = 'Y'
               MOVE 08                TO RL-SEVERITY
             WHEN WS-INCONSISTENT > ZERO
             WHEN WS-ACKMAST-OPEN NOT = 'Y'
             WHEN WS-SSAXREF-OPEN NOT = 'Y'
             WHEN WS-OUTCMAST-OPEN NOT = 'Y'
               MOVE 04                TO RL-SEVERITY
             WHEN OTHER
               MOVE 00                TO RL-SEVERITY
           END-EVALUATE.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
