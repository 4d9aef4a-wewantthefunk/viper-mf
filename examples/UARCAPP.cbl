       IDENTIFICATION DIVISION.
       PROGRAM-ID. UARCAPP.
       AUTHOR. CHRISTIAN STRAMA.

      * MENU AUTHORIZATION RECERTIFICATION APPLY. COMPANION TO
      * UARCERT - READS THE SUPERVISORS' DECISIONS RETURNED ON THE
      * UARCDEC DECK (COPYBOOK UARCDEC, THE UARCTURN TURNAROUND WITH
      * THE DECISION AND SUPERVISOR KEYED) AND UPDATES THE USERAUTH
      * ROWS (COPYBOOK UAUTHREC) MENUMAP GRANTS FROM:
      *
      *   K - KEEP    - THE SELECTION STAYS GRANTED ('Y'); ONE THAT
      *                 WAS SUSPENDED IS GRANTED AGAIN.
      *   R - REVOKE  - THE SELECTION IS TAKEN AWAY ('N').
      *
      * A DECISION IS TAKEN ONLY FROM THE OPERATOR'S OWN SUPERVISOR
      * ON USERAUTH (ANY SUPERVISOR ID BUT THE OPERATOR'S OWN WHEN
      * NONE IS ON FILE), FOR THE CYCLE UARCERT OPENED ON THE ROW,
      * AND FOR A SELECTION IN THAT CYCLE. A SUPERVISOR MAY CHANGE A
      * DECISION ALREADY APPLIED THIS CYCLE. A TURNAROUND ROW LEFT
      * UNDECIDED IS PASSED OVER - THE SELECTION STAYS AWAITING A
      * DECISION. ANY OTHER ROW IS LISTED AS REJECTED WITH ITS REASON
      * RATHER THAN DROPPED SILENTLY.
      *
      * AFTER THE DECISIONS, EVERY SELECTION STILL AWAITING ONE WHEN
      * ITS CYCLE'S DEADLINE HAS PASSED IS SUSPENDED ('S') - MENUMAP
      * REFUSES IT UNTIL ITS SUPERVISOR RETURNS A KEEP. THE STEP RUNS
      * EVERY BUSINESS DAY FROM THE STREAMCT SCHEDULE, WITH OR
      * WITHOUT A DECK, SO THE DEADLINE IS KEPT.
      *
      * EVERY CHANGE IS REWRITTEN THROUGH MSTJRNL AND WRITTEN TO THE
      * UARCAUD AUDIT FILE, WHICH ACCUMULATES ACROSS RUNS THE WAY
      * HICRVAUD DOES, AND PRINTED THROUGH RPTWRITE WITH THE DECIDING
      * SUPERVISOR ON EACH LINE AND A SIGN-OFF BLOCK FOR THE SECURITY
      * OFFICER AT THE FOOT. ENDS RC 4 WHEN A DECISION IS REJECTED OR
      * A SELECTION SUSPENDED. UNDER THE SHARED BTCHTEST SWITCH THE
      * TEST-SCOPED USERAUTT IS UPDATED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL DECISION-FILE
                                  ASSIGN TO UARCDEC
                                  FILE STATUS IS RD-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT USER-AUTH-FILE  ASSIGN TO WS-USERAUTH-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS UA-USER-ID
                                  FILE STATUS IS UA-FILE-STATUS.

      *    ONE AUDIT ROW PER DECISION OR SUSPENSION. OPENED EXTEND SO
      *    THE TRAIL ACCUMULATES ACROSS RUNS, THE SAME TRY-EXTEND-
      *    THEN-FALL-BACK SHAPE HICRVAPP USES.

           SELECT AUDIT-FILE      ASSIGN TO UARCAUD
                                  FILE STATUS IS AU-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DECISION-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY UARCDEC.

       FD  USER-AUTH-FILE.

           COPY UAUTHREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AUDIT-REC.
           05  AU-USER-ID              PIC  X(08).
           05  AU-SELECTION            PIC  X(01).
           05  AU-DECISION             PIC  X(01).
           05  AU-OLD-FLAG             PIC  X(01).
           05  AU-NEW-FLAG             PIC  X(01).
           05  AU-SUPERVISOR-ID        PIC  X(08).
           05  AU-QUARTER              PIC  X(06).
           05  AU-RESULT               PIC  X(01).
           05  AU-BUSINESS-DATE        PIC  X(08).
           05  AU-TIMESTAMP            PIC  X(26).
           05  FILLER                  PIC  X(19).

       WORKING-STORAGE SECTION.

       01  RD-FILE-STATUS              PIC  X(02).
       01  UA-FILE-STATUS              PIC  X(02).
       01  AU-FILE-STATUS              PIC  X(02).

       01  WS-USERAUTH-DSN             PIC  X(08).

           COPY WSTMODE.

           COPY UASELNM.

       01  WS-SWITCHES.
           05  WS-SETUP-FAILED     PIC X(01)  VALUE 'N'.
           05  NO-MORE-DECISIONS   PIC X(01)  VALUE 'N'.
               88  END-OF-DECISIONS           VALUE 'Y'.
           05  NO-MORE-AUTH        PIC X(01)  VALUE 'N'.
               88  END-OF-AUTH                VALUE 'Y'.
           05  WS-ROW-CHANGED      PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-DECISIONS-READ       PIC 9(07)  VALUE ZERO.
           05  WS-DECISIONS-BLANK      PIC 9(07)  VALUE ZERO.
           05  WS-DECISIONS-APPLIED    PIC 9(07)  VALUE ZERO.
           05  WS-DECISIONS-REJECTED   PIC 9(07)  VALUE ZERO.
           05  WS-KEPT                 PIC 9(07)  VALUE ZERO.
           05  WS-REVOKED              PIC 9(07)  VALUE ZERO.
           05  WS-REINSTATED           PIC 9(07)  VALUE ZERO.
           05  WS-SUSPENDED            PIC 9(07)  VALUE ZERO.
           05  WS-AUTH-READ            PIC 9(07)  VALUE ZERO.

       01  WS-BUSINESS-DATE            PIC X(08)  VALUE SPACE.
       01  WS-CURRENT-TIMESTAMP        PIC X(26)  VALUE SPACE.

       01  WS-SEL-IDX                  PIC 9(02)  VALUE ZERO.
       01  WS-SEL-DIGIT                PIC 9(01)  VALUE ZERO.
       01  WS-OLD-FLAG                 PIC X(01)  VALUE SPACE.
       01  WS-REJECT-REASON            PIC X(40)  VALUE SPACE.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

       01  WS-CHANGE-HEADING.
           05  FILLER              PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER              PIC X(06)  VALUE 'UNIT'.
           05  FILLER              PIC X(24)  VALUE 'SELECTION'.
           05  FILLER              PIC X(05)  VALUE 'WAS'.
           05  FILLER              PIC X(05)  VALUE 'NOW'.
           05  FILLER              PIC X(10)  VALUE 'DECIDED BY'.
           05  FILLER              PIC X(07)  VALUE 'CYCLE'.
           05  FILLER              PIC X(65)  VALUE 'RESULT'.

       01  WS-CHANGE-LINE.
           05  WS-CHL-OPERATOR     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CHL-UNIT         PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CHL-SEL          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CHL-NAME         PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CHL-WAS          PIC X(01).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-CHL-NOW          PIC X(01).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-CHL-DECIDED-BY   PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CHL-QUARTER      PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CHL-RESULT       PIC X(40).
           05  FILLER              PIC X(25)  VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(08)  VALUE 'APPLIED '.
           05  WS-SUM-APPLIED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(08)  VALUE '   KEPT '.
           05  WS-SUM-KEPT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '   REVOKED '.
           05  WS-SUM-REVOKED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(14)  VALUE '   REINSTATED '.
           05  WS-SUM-REINSTATED   PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)  VALUE '   REJECTED '.
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)  VALUE '   SUSPENDED '.
           05  WS-SUM-SUSPENDED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(30)  VALUE SPACE.

       01  WS-SIGN-OFF-LINE.
           05  FILLER              PIC X(38)  VALUE
               'REVIEWED BY (SECURITY OFFICER)  _____'.
           05  FILLER              PIC X(38)  VALUE
               '_______________________   DATE  _____'.
           05  FILLER              PIC X(56)  VALUE '_____'.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(17)  VALUE
               'DECISIONS READ   '.
           05  WS-TOT-READ         PIC ZZ,ZZ9.
           05  FILLER              PIC X(19)  VALUE
               '   LEFT UNDECIDED  '.
           05  WS-TOT-BLANK        PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)  VALUE
               '   AS OF     '.
           05  WS-TOT-BUSINESS     PIC X(08).
           05  FILLER              PIC X(63)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              MOVE 8                  TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL END-OF-DECISIONS
              PERFORM 2000-APPLY-ONE-DECISION
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 3000-SUSPEND-OVERDUE
              THRU 3000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'USERAUTT'          TO  WS-USERAUTH-DSN
           ELSE
               MOVE  'USERAUTH'          TO  WS-USERAUTH-DSN
           END-IF.

           MOVE 'UARCAPP '            TO MJ-SOURCE-PGM.
           MOVE 'USERAUTH'            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.

           OPEN I-O USER-AUTH-FILE.

           IF UA-FILE-STATUS NOT = '00'
              DISPLAY 'UARCAPP,UNABLE TO OPEN USERAUTH,'
                      UA-FILE-STATUS
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

      *    NO DECK IS AN ORDINARY DAY - THE DEADLINE SWEEP STILL RUNS.

           OPEN INPUT DECISION-FILE.

           IF RD-FILE-STATUS NOT = '00'
              DISPLAY 'UARCAPP,NO UARCDEC DECISIONS,' RD-FILE-STATUS
              MOVE 'Y'                TO NO-MORE-DECISIONS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF AU-FILE-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'UARCAPP - MENU AUTHORIZATION RECERTIFICATION CHANGES'
                                      TO RW-TITLE.
           MOVE WS-CHANGE-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       1000-EXIT.
           EXIT.

      *    READS ONE DECISION, FINDS THE OPERATOR'S ROW AND APPLIES
      *    THE SUPERVISOR'S CHOICE, OR LISTS WHY IT WAS NOT TAKEN.

       2000-APPLY-ONE-DECISION.

           READ DECISION-FILE
              AT END MOVE 'Y' TO NO-MORE-DECISIONS
           END-READ.

           IF END-OF-DECISIONS
              GO TO 2000-EXIT
           END-IF.

           ADD 1                      TO WS-DECISIONS-READ.

           IF RD-DECISION = SPACE
           AND RD-SUPERVISOR-ID = SPACE
              ADD 1                   TO WS-DECISIONS-BLANK
              GO TO 2000-EXIT
           END-IF.

           MOVE SPACE                 TO WS-REJECT-REASON
                                         WS-OLD-FLAG.
           MOVE SPACE                 TO WS-CHL-UNIT
                                         WS-CHL-NAME.

           EVALUATE TRUE
             WHEN NOT RD-KEEP
             AND  NOT RD-REVOKE
               MOVE 'DECISION IS NOT K OR R'
                                      TO WS-REJECT-REASON
             WHEN RD-SELECTION < '1'
             OR   RD-SELECTION > '9'
               MOVE 'SELECTION IS NOT 1-9'
                                      TO WS-REJECT-REASON
             WHEN RD-SUPERVISOR-ID = SPACE
               MOVE 'NO SUPERVISOR ID KEYED'
                                      TO WS-REJECT-REASON
             WHEN RD-SUPERVISOR-ID = RD-USER-ID
               MOVE 'OPERATOR CANNOT DECIDE OWN ACCESS'
                                      TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACE
              GO TO 2900-REJECT
           END-IF.

           MOVE RD-USER-ID            TO UA-USER-ID.
           READ USER-AUTH-FILE
              INVALID KEY
                 MOVE 'OPERATOR NOT ON USERAUTH'
                                      TO WS-REJECT-REASON
           END-READ.

           IF WS-REJECT-REASON NOT = SPACE
              GO TO 2900-REJECT
           END-IF.

           MOVE RD-SELECTION-N        TO WS-SEL-IDX.
           MOVE UA-UNIT               TO WS-CHL-UNIT.
           MOVE UA-SELECTION-NAME (WS-SEL-IDX)
                                      TO WS-CHL-NAME.
           MOVE UA-SEL-FLAG (WS-SEL-IDX)
                                      TO WS-OLD-FLAG.

           EVALUATE TRUE
             WHEN UA-SUPERVISOR NOT = SPACE
             AND  UA-SUPERVISOR NOT = RD-SUPERVISOR-ID
               MOVE 'NOT THIS OPERATOR''S SUPERVISOR'
                                      TO WS-REJECT-REASON
             WHEN RD-QUARTER NOT = UA-RC-QUARTER
               MOVE 'NOT THE CYCLE OPEN ON USERAUTH'
                                      TO WS-REJECT-REASON
             WHEN UA-RC-STATE (WS-SEL-IDX) = SPACE
               MOVE 'SELECTION NOT IN THE CYCLE'
                                      TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACE
              GO TO 2900-REJECT
           END-IF.

           IF RD-KEEP
              MOVE 'Y'                TO UA-SEL-FLAG (WS-SEL-IDX)
              MOVE 'K'                TO UA-RC-STATE (WS-SEL-IDX)
              IF WS-OLD-FLAG = 'Y'
                 MOVE 'KEPT'          TO WS-CHL-RESULT
                 ADD 1                TO WS-KEPT
              ELSE
                 MOVE 'REINSTATED'    TO WS-CHL-RESULT
                 ADD 1                TO WS-REINSTATED
              END-IF
           ELSE
              MOVE 'N'                TO UA-SEL-FLAG (WS-SEL-IDX)
              MOVE 'R'                TO UA-RC-STATE (WS-SEL-IDX)
              MOVE 'REVOKED'          TO WS-CHL-RESULT
              ADD 1                   TO WS-REVOKED
           END-IF.

           MOVE RD-SUPERVISOR-ID      TO UA-RC-DECIDED-BY.
           MOVE WS-BUSINESS-DATE      TO UA-RC-DECIDED-DATE.

           REWRITE USER-AUTH-REC.

           IF UA-FILE-STATUS NOT = '00'
              MOVE 'USERAUTH REWRITE FAILED'
                                      TO WS-REJECT-REASON
              MOVE UA-FILE-STATUS     TO WS-REJECT-REASON (25:2)
              GO TO 2900-REJECT
           END-IF.

           MOVE USER-AUTH-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           ADD 1                      TO WS-DECISIONS-APPLIED.
           MOVE RD-DECISION           TO AU-DECISION.
           MOVE 'A'                   TO AU-RESULT.
           MOVE RD-SUPERVISOR-ID      TO AU-SUPERVISOR-ID.
           MOVE RD-QUARTER            TO AU-QUARTER.
           MOVE WS-SEL-IDX            TO WS-SEL-DIGIT.
           MOVE WS-SEL-DIGIT          TO WS-CHL-SEL.
           PERFORM 2800-WRITE-CHANGE
              THRU 2800-EXIT.

           GO TO 2000-EXIT.

       2900-REJECT.

           ADD 1                      TO WS-DECISIONS-REJECTED.
           MOVE 'REJECTED - '         TO WS-CHL-RESULT.
           MOVE WS-REJECT-REASON      TO WS-CHL-RESULT (12:29).
           MOVE RD-USER-ID            TO UA-USER-ID.
           MOVE RD-DECISION           TO AU-DECISION.
           MOVE 'R'                   TO AU-RESULT.
           MOVE RD-SUPERVISOR-ID      TO AU-SUPERVISOR-ID.
           MOVE RD-QUARTER            TO AU-QUARTER.
           MOVE RD-SELECTION          TO WS-CHL-SEL.
           PERFORM 2800-WRITE-CHANGE
              THRU 2800-EXIT.

       2000-EXIT.
           EXIT.

      *    ONE DECISION OR SUSPENSION - THE SELECTION AND ITS FLAG
      *    BEFORE AND AFTER - ON THE LISTING AND THE AUDIT FILE.

       2800-WRITE-CHANGE.

           MOVE UA-USER-ID            TO WS-CHL-OPERATOR.
           MOVE WS-OLD-FLAG           TO WS-CHL-WAS.
           MOVE AU-SUPERVISOR-ID      TO WS-CHL-DECIDED-BY.
           MOVE AU-QUARTER            TO WS-CHL-QUARTER.
           IF AU-RESULT = 'A'
              MOVE UA-SEL-FLAG (WS-SEL-IDX)
                                      TO WS-CHL-NOW
           ELSE
              MOVE WS-OLD-FLAG        TO WS-CHL-NOW
           END-IF.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-CHANGE-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UA-USER-ID            TO AU-USER-ID.
           MOVE WS-CHL-SEL            TO AU-SELECTION.
           MOVE WS-CHL-WAS            TO AU-OLD-FLAG.
           MOVE WS-CHL-NOW            TO AU-NEW-FLAG.
           MOVE WS-BUSINESS-DATE      TO AU-BUSINESS-DATE.
           MOVE WS-CURRENT-TIMESTAMP  TO AU-TIMESTAMP.
           WRITE AUDIT-REC.

       2800-EXIT.
           EXIT.

      *    THE DEADLINE SWEEP - ONE PASS OF USERAUTH. A SELECTION STILL
      *    AWAITING A DECISION THE DAY AFTER ITS CYCLE'S DEADLINE IS
      *    SUSPENDED.

       3000-SUSPEND-OVERDUE.

           MOVE LOW-VALUES            TO UA-USER-ID.
           START USER-AUTH-FILE KEY NOT < UA-USER-ID
              INVALID KEY
                 MOVE 'Y'             TO NO-MORE-AUTH
           END-START.

           PERFORM UNTIL END-OF-AUTH
               READ USER-AUTH-FILE NEXT
                 AT END
                   MOVE 'Y'           TO NO-MORE-AUTH
                 NOT AT END
                   ADD 1              TO WS-AUTH-READ
                   IF UA-RC-DEADLINE NOT = SPACE
                   AND UA-RC-DEADLINE < WS-BUSINESS-DATE
                      PERFORM 3100-SUSPEND-ONE
                         THRU 3100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-SUSPEND-ONE.

           MOVE 'N'                   TO WS-ROW-CHANGED.

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > 9
               IF UA-RC-PENDING (WS-SEL-IDX)
                  MOVE 'Y'            TO WS-ROW-CHANGED
               END-IF
           END-PERFORM.

           IF WS-ROW-CHANGED = 'N'
              GO TO 3100-EXIT
           END-IF.

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > 9
               IF UA-RC-PENDING (WS-SEL-IDX)
                  MOVE UA-SEL-FLAG (WS-SEL-IDX)
                                      TO WS-OLD-FLAG
                  IF WS-OLD-FLAG = 'Y'
                     MOVE 'S'         TO UA-SEL-FLAG (WS-SEL-IDX)
                  END-IF
                  MOVE 'S'            TO UA-RC-STATE (WS-SEL-IDX)
                  ADD 1               TO WS-SUSPENDED
                  PERFORM 3200-LIST-SUSPENSION
                     THRU 3200-EXIT
               END-IF
           END-PERFORM.

           REWRITE USER-AUTH-REC.

           IF UA-FILE-STATUS NOT = '00'
              DISPLAY 'UARCAPP,REWRITE FAILED,' UA-FILE-STATUS ','
                      UA-USER-ID
              GO TO 3100-EXIT
           END-IF.

           MOVE USER-AUTH-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

       3100-EXIT.
           EXIT.

       3200-LIST-SUSPENSION.

           MOVE UA-UNIT               TO WS-CHL-UNIT.
           MOVE UA-SELECTION-NAME (WS-SEL-IDX)
                                      TO WS-CHL-NAME.
           MOVE WS-SEL-IDX            TO WS-SEL-DIGIT.
           MOVE WS-SEL-DIGIT          TO WS-CHL-SEL.
           MOVE SPACE                 TO WS-CHL-RESULT.
           STRING 'SUSPENDED - NOT RECERTIFIED BY '
                  UA-RC-DEADLINE
                  DELIMITED BY SIZE INTO WS-CHL-RESULT.
           MOVE 'S'                   TO AU-DECISION.
           MOVE 'A'                   TO AU-RESULT.
           MOVE 'UARCAPP '            TO AU-SUPERVISOR-ID.
           MOVE UA-RC-QUARTER         TO AU-QUARTER.
           PERFORM 2800-WRITE-CHANGE
              THRU 2800-EXIT.

       3200-EXIT.
           EXIT.

       8000-TERMINATE.

           MOVE WS-DECISIONS-APPLIED  TO WS-SUM-APPLIED.
           MOVE WS-KEPT               TO WS-SUM-KEPT.
           MOVE WS-REVOKED            TO WS-SUM-REVOKED.
           MOVE WS-REINSTATED         TO WS-SUM-REINSTATED.
           MOVE WS-DECISIONS-REJECTED TO WS-SUM-REJECTED.
           MOVE WS-SUSPENDED          TO WS-SUM-SUSPENDED.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           IF WS-DECISIONS-APPLIED = ZERO
           AND WS-DECISIONS-REJECTED = ZERO
           AND WS-SUSPENDED = ZERO
              MOVE 'NO AUTHORIZATION CHANGES'
                                      TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
              MOVE SPACE              TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-IF.

           MOVE WS-SUMMARY-LINE       TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE WS-SIGN-OFF-LINE      TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-DECISIONS-READ     TO WS-TOT-READ.
           MOVE WS-DECISIONS-BLANK    TO WS-TOT-BLANK.
           MOVE WS-BUSINESS-DATE      TO WS-TOT-BUSINESS.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           CLOSE DECISION-FILE
                 USER-AUTH-FILE
                 AUDIT-FILE.

           DISPLAY 'UARCAPP,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'UARCAPP,DECISIONS READ,' WS-DECISIONS-READ.
           DISPLAY 'UARCAPP,DECISIONS LEFT BLANK,' WS-DECISIONS-BLANK.
           DISPLAY 'UARCAPP,DECISIONS APPLIED,' WS-DECISIONS-APPLIED.
           DISPLAY 'UARCAPP,DECISIONS REJECTED,'
                   WS-DECISIONS-REJECTED.
           DISPLAY 'UARCAPP,KEPT,' WS-KEPT.
           DISPLAY 'UARCAPP,REVOKED,' WS-REVOKED.
           DISPLAY 'UARCAPP,REINSTATED,' WS-REINSTATED.
           DISPLAY 'UARCAPP,SUSPENDED AT DEADLINE,' WS-SUSPENDED.

           IF WS-DECISIONS-REJECTED > ZERO
           OR WS-SUSPENDED > ZERO
              MOVE 4                  TO RETURN-CODE
           END-IF.

       8000-EXIT.
           EXIT.
