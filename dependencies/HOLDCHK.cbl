       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.
       AUTHOR. CHRISTIAN STRAMA.

      *    LEGAL-HOLD REGISTRY SERVICE. A BENEFICIARY UNDER A
      *    CONGRESSIONAL INQUIRY OR A LITIGATION HOLD MUST KEEP EVERY
      *    RECORD WE HOLD ON THEM UNTIL THE HOLD IS RELEASED, WHATEVER
      *    THE RETENTION SCHEDULE SAYS. THE SITE MAINTAINS ONE LGLHOLD
      *    REGISTRY; EVERY PURGE JOB ASKS HERE BEFORE IT DESTROYS
      *    ANYTHING:
      *
      *      ROW: TYPE(1: R RRB HIC, S SSA HIC, I INCIDENT NUMBER)
      *           ID(12) REASON(30) REQUESTER(20) PLACED YYYYMMDD(8)
      *           RELEASE YYYYMMDD(8, BLANK FOR NO RELEASE DATE SET)
      *
      *    A HOLD IS IN FORCE UNTIL ITS RELEASE DATE ARRIVES - BLANK,
      *    ZERO OR AN UNREADABLE RELEASE DATE KEEPS IT IN FORCE, SINCE
      *    A BAD ROW MUST NEVER LET A HELD RECORD BE PURGED. TYPE I
      *    NAMES AN ABEND INCIDENT TIED TO A HELD BENEFICIARY'S
      *    PROCESSING, THE ONE KIND OF PURGED RECORD THAT CARRIES NO
      *    HIC OF ITS OWN.
      *
      *      K - KEY: IS HC-KEY, OF TYPE HC-ID-TYPE, UNDER A HOLD?
      *      S - SCAN: DOES HC-IMAGE CONTAIN THE RRB OR SSA HIC OF ANY
      *          HOLD IN FORCE ANYWHERE? FOR DATASETS WITH NO SINGLE
      *          KEY POSITION - GENERATIONS, LOGS, ARCHIVES.
      *
      *    HC-HELD COMES BACK 'Y' WITH THE MATCHING HOLD'S DETAILS, OR
      *    'N'. HC-ACTIVE-HOLDS ALWAYS CARRIES THE NUMBER OF HOLDS IN
      *    FORCE, SO A CALLER CAN SKIP ITS SCANS ON A NIGHT THERE ARE
      *    NONE. THE REGISTRY IS READ ONCE PER RUN UNIT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL LEGAL-HOLD-FILE
                                  ASSIGN TO LGLHOLD
                                  FILE STATUS IS LH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LEGAL-HOLD-REC.
           05  LH-ID-TYPE              PIC  X(01).
           05  LH-ID                   PIC  X(12).
           05  LH-REASON               PIC  X(30).
           05  LH-REQUESTER            PIC  X(20).
           05  LH-PLACED-DATE          PIC  X(08).
           05  LH-RELEASE-DATE         PIC  X(08).
           05  FILLER                  PIC  X(01).

       WORKING-STORAGE SECTION.

       01  LH-FILE-STATUS              PIC  X(02).

       01  WS-TABLE-LOADED             PIC  X(01)  VALUE 'N'.
           88  TABLE-LOADED                        VALUE 'Y'.

       01  WS-FILE-EOF                 PIC  X(01)  VALUE 'N'.
           88  FILE-AT-END                         VALUE 'Y'.

       01  WS-TODAY-DATE               PIC  X(08)  VALUE SPACE.

      *    HOLDS IN FORCE TODAY ONLY - A RELEASED ROW IS NEVER LOADED.

       01  WS-HOLD-COUNT               PIC  9(04)  VALUE ZERO.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY           OCCURS 500 TIMES.
               10  WS-HLD-TYPE         PIC  X(01).
               10  WS-HLD-ID           PIC  X(12).
               10  WS-HLD-LENGTH       PIC  9(02).
               10  WS-HLD-REASON       PIC  X(30).
               10  WS-HLD-REQUESTER    PIC  X(20).
               10  WS-HLD-RELEASE      PIC  X(08).

       01  WS-WORK-IDX                 PIC  9(04)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC  9(04)  VALUE ZERO.
       01  WS-SCAN-LEN                 PIC  9(02)  VALUE ZERO.
       01  WS-HITS                     PIC  9(04)  VALUE ZERO.

      *    AN ID SHORTER THAN THIS IS NEVER SCANNED FOR - A FRAGMENT
      *    THAT SHORT MATCHES ANY RECORD BY ACCIDENT.

       01  WS-SCAN-MINIMUM             PIC  9(02)  VALUE 07.

       LINKAGE SECTION.

       01  HOLDCHK-PARAMETERS.
           05  HC-FUNCTION             PIC  X(01).
               88  HC-KEY-LOOKUP                   VALUE 'K'.
               88  HC-IMAGE-SCAN                   VALUE 'S'.
           05  HC-ID-TYPE              PIC  X(01).
           05  HC-KEY                  PIC  X(12).
           05  HC-IMAGE                PIC  X(135).
           05  HC-HELD                 PIC  X(01).
               88  HC-UNDER-HOLD                   VALUE 'Y'.
           05  HC-HOLD-TYPE            PIC  X(01).
           05  HC-HOLD-ID              PIC  X(12).
           05  HC-REASON               PIC  X(30).
           05  HC-REQUESTER            PIC  X(20).
           05  HC-RELEASE-DATE         PIC  X(08).
           05  HC-ACTIVE-HOLDS         PIC  9(04).

       PROCEDURE DIVISION           USING  HOLDCHK-PARAMETERS.

           IF  NOT TABLE-LOADED
               PERFORM 0100-LOAD-REGISTRY
                  THRU 0100-EXIT
           END-IF

           MOVE  'N'                   TO  HC-HELD
           MOVE  SPACE                 TO  HC-HOLD-TYPE
                                           HC-HOLD-ID
                                           HC-REASON
                                           HC-REQUESTER
                                           HC-RELEASE-DATE
           MOVE  WS-HOLD-COUNT         TO  HC-ACTIVE-HOLDS
           MOVE  ZERO                  TO  WS-FOUND-IDX

           EVALUATE TRUE
             WHEN HC-KEY-LOOKUP
               PERFORM 1000-MATCH-KEY
                  THRU 1000-EXIT
             WHEN HC-IMAGE-SCAN
               PERFORM 2000-SCAN-IMAGE
                  THRU 2000-EXIT
           END-EVALUATE

           IF  WS-FOUND-IDX  >  ZERO
               MOVE  'Y'               TO  HC-HELD
               MOVE  WS-HLD-TYPE (WS-FOUND-IDX)
                                       TO  HC-HOLD-TYPE
               MOVE  WS-HLD-ID (WS-FOUND-IDX)
                                       TO  HC-HOLD-ID
               MOVE  WS-HLD-REASON (WS-FOUND-IDX)
                                       TO  HC-REASON
               MOVE  WS-HLD-REQUESTER (WS-FOUND-IDX)
                                       TO  HC-REQUESTER
               MOVE  WS-HLD-RELEASE (WS-FOUND-IDX)
                                       TO  HC-RELEASE-DATE
           END-IF

           GOBACK.

       1000-MATCH-KEY.

           IF HC-KEY = SPACE
              GO TO 1000-EXIT
           END-IF.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-HOLD-COUNT
               IF  WS-HLD-TYPE (WS-WORK-IDX) = HC-ID-TYPE
               AND WS-HLD-ID (WS-WORK-IDX)   = HC-KEY
                   MOVE WS-WORK-IDX    TO WS-FOUND-IDX
                   MOVE WS-HOLD-COUNT  TO WS-WORK-IDX
               END-IF
           END-PERFORM.

       1000-EXIT.
           EXIT.

       2000-SCAN-IMAGE.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-HOLD-COUNT
               IF  WS-HLD-TYPE (WS-WORK-IDX) NOT = 'I'
               AND WS-HLD-LENGTH (WS-WORK-IDX) NOT < WS-SCAN-MINIMUM
                   MOVE WS-HLD-LENGTH (WS-WORK-IDX)
                                       TO WS-SCAN-LEN
                   MOVE ZERO           TO WS-HITS
                   INSPECT HC-IMAGE TALLYING WS-HITS
                       FOR ALL WS-HLD-ID (WS-WORK-IDX) (1:WS-SCAN-LEN)
                   IF WS-HITS > ZERO
                      MOVE WS-WORK-IDX TO WS-FOUND-IDX
                      MOVE WS-HOLD-COUNT
                                       TO WS-WORK-IDX
                   END-IF
               END-IF
           END-PERFORM.

       2000-EXIT.
           EXIT.

       0100-LOAD-REGISTRY.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TODAY-DATE.

           OPEN INPUT LEGAL-HOLD-FILE.

           IF LH-FILE-STATUS = '00'
               PERFORM UNTIL FILE-AT-END
                   READ LEGAL-HOLD-FILE
                     AT END
                       MOVE 'Y'        TO WS-FILE-EOF
                     NOT AT END
                       PERFORM 0110-KEEP-ONE-HOLD
                          THRU 0110-EXIT
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.

           SET TABLE-LOADED            TO TRUE.

       0100-EXIT.
           EXIT.

       0110-KEEP-ONE-HOLD.

           IF LH-ID = SPACE
              GO TO 0110-EXIT
           END-IF.

           IF  LH-ID-TYPE NOT = 'R'
           AND LH-ID-TYPE NOT = 'S'
           AND LH-ID-TYPE NOT = 'I'
               DISPLAY 'HOLDCHK,LGLHOLD ROW TYPE ' LH-ID-TYPE
                       ' NOT R, S OR I,ROW IGNORED'
               GO TO 0110-EXIT
           END-IF.

           IF  LH-RELEASE-DATE NUMERIC
           AND LH-RELEASE-DATE NOT = ZERO
           AND LH-RELEASE-DATE NOT > WS-TODAY-DATE
               GO TO 0110-EXIT
           END-IF.

           IF WS-HOLD-COUNT >= 500
              DISPLAY 'HOLDCHK,LGLHOLD HOLDS IN FORCE EXCEED TABLE '
                      'MAX 500,ROWS IGNORED'
              MOVE 'Y'                 TO WS-FILE-EOF
              GO TO 0110-EXIT
           END-IF.

           ADD 1                       TO WS-HOLD-COUNT.
           MOVE LH-ID-TYPE             TO WS-HLD-TYPE (WS-HOLD-COUNT).
           MOVE LH-ID                  TO WS-HLD-ID (WS-HOLD-COUNT).
           MOVE LH-REASON              TO WS-HLD-REASON
                                                    (WS-HOLD-COUNT).
           MOVE LH-REQUESTER           TO WS-HLD-REQUESTER
                                                    (WS-HOLD-COUNT).
           MOVE LH-RELEASE-DATE        TO WS-HLD-RELEASE
                                                    (WS-HOLD-COUNT).

      *    THE ID'S SIGNIFICANT LENGTH, FOR THE IMAGE SCAN - AN RRB
      *    HIC IS LEFT-JUSTIFIED AND SPACE-FILLED.

           MOVE 12                     TO WS-SCAN-LEN.
           PERFORM UNTIL WS-SCAN-LEN = ZERO
                      OR LH-ID (WS-SCAN-LEN:1) NOT = SPACE
               SUBTRACT 1              FROM WS-SCAN-LEN
           END-PERFORM.
           MOVE WS-SCAN-LEN            TO WS-HLD-LENGTH
                                                    (WS-HOLD-COUNT).

       0110-EXIT.
           EXIT.
