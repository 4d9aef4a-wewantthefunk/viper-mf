       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDGLINE.
       AUTHOR. CHRISTIAN STRAMA.

      * GENERATION LINEAGE REPORT. RUNLEDG RECORDS THE INPUT
      * GENERATION EVERY RUN READ, AND GDSNRGST RECORDS EVERY
      * GENERATION A JOB CREATED, BUT NOTHING PUT THE TWO TOGETHER -
      * SO WHEN A BAD RRBOUT GENERATION TURNED UP, WORKING OUT WHAT
      * HAD BEEN BUILT FROM IT WAS GUESSWORK. THIS UTILITY JOINS THEM
      * INTO A PRODUCER/CONSUMER GRAPH OF GENERATIONS:
      *
      *   CONSUMED - A RUNLEDG ROW WHOSE INPUT DATA SET IS THE
      *              GENERATION
      *   PRODUCED - A GDSNRGST ROW WHOSE REGISTRATION TIME FALLS
      *              BETWEEN A RUN'S START AND END - THAT RUN MADE IT
      *              (THE LATEST-STARTING ONE, IF RUNS OVERLAP)
      *
      * AND TRACES IT FROM THE GENERATIONS NAMED ON THE LINQRY
      * REQUEST CARDS, ONE TRACE PER CARD:
      *
      *   COL 1      DIRECTION
      *     D - DOWNSTREAM: EVERY RUN THAT READ THE GENERATION, EVERY
      *         GENERATION THOSE RUNS MADE, AND SO ON - WHAT A
      *         BACKOUT OF IT WOULD HAVE TO REACH
      *     U - UPSTREAM: THE RUN THAT MADE THE GENERATION, THE
      *         GENERATION THAT RUN READ, AND SO ON BACK - WHERE IT
      *         CAME FROM
      *     B - BOTH
      *   COLS 2-9   DDNAME
      *   COLS 10-17 GENERATION (GNNNNV00)
      *   COLS 18-61 DATA SET NAME - WHEN GIVEN IT NAMES THE START
      *              DIRECTLY AND THE DDNAME AND GENERATION ARE ONLY
      *              LABELS
      *
      * EACH LINE CARRIES ITS LEVEL - HOW MANY PRODUCER/CONSUMER HOPS
      * FROM THE START. A RUN THE LEDGER MARKS BACKED OUT IS LISTED,
      * FLAGGED, SINCE WHAT IT BUILT MAY STILL BE OUT THERE. THE
      * LEDGER CARRIES ONE INPUT PER RUN (ITS PRIMARY DD), SO AN
      * UPSTREAM TRACE FOLLOWS THAT INPUT ONLY. A GENERATION
      * REGISTERED BEFORE REGISTRATIONS WERE TIME-STAMPED HAS NO
      * KNOWN PRODUCER AND ENDS AN UPSTREAM TRACE, SAID SO.
      *
      * THE LISTING ENDS WITH EVERY GENERATION A RUN CONSUMED THAT WAS
      * NEVER REGISTERED THROUGH GDSNREG - THE GENERATIONS WHOSE
      * ORIGIN NO TRACE CAN SHOW - WITH HOW MANY RUNS READ EACH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                                  FILE STATUS IS RL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REGISTRATION-FILE
                                  ASSIGN TO GDSNRGST
                                  FILE STATUS IS RG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT LINE-QUERY-FILE ASSIGN TO LINQRY
                                  FILE STATUS IS LQ-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 170 CHARACTERS.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-START            PIC  X(26).
           05  RL-REC-END              PIC  X(26).
           05  RL-REC-INPUT-DDNAME     PIC  X(08).
           05  RL-REC-INPUT-DSN        PIC  X(44).
           05  RL-REC-INPUT-GENERATION PIC  X(08).
           05  RL-REC-RECORDS-READ     PIC  9(09).
           05  RL-REC-ACCEPTED         PIC  9(09).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).
           05  RL-REC-TABLE-VERSIONS   PIC  X(20).

       FD  REGISTRATION-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  REGISTRATION-REC.
           05  RG-DDNAME               PIC  X(08).
           05  RG-DATA-SET-NAME        PIC  X(44).
           05  RG-GENERATION           PIC  X(08).
           05  RG-REGISTERED-AT        PIC  X(26).

       FD  LINE-QUERY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LINE-QUERY-REC.
           05  LQ-DIRECTION            PIC  X(01).
               88  LQ-VALID-DIRECTION              VALUE 'D' 'U'
                                                         'B'.
           05  LQ-DDNAME               PIC  X(08).
           05  LQ-GENERATION           PIC  X(08).
           05  LQ-DATA-SET-NAME        PIC  X(44).
           05  FILLER                  PIC  X(19).

       WORKING-STORAGE SECTION.

       01  RL-FILE-STATUS              PIC  X(02).
       01  RG-FILE-STATUS              PIC  X(02).
       01  LQ-FILE-STATUS              PIC  X(02).

       01  WS-SWITCHES.
           05  WS-NO-MORE-RL           PIC X(01)  VALUE 'N'.
               88  END-OF-LEDGER                  VALUE 'Y'.
           05  WS-NO-MORE-RG           PIC X(01)  VALUE 'N'.
               88  END-OF-REGISTRATIONS           VALUE 'Y'.
           05  WS-NO-MORE-LQ           PIC X(01)  VALUE 'N'.
               88  END-OF-QUERIES                 VALUE 'Y'.
           05  WS-TRACE-TRUNCATED      PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-REGS-READ            PIC 9(09)  VALUE ZERO.
           05  WS-QUERIES-READ         PIC 9(05)  VALUE ZERO.
           05  WS-QUERIES-REJECTED     PIC 9(05)  VALUE ZERO.
           05  WS-ROWS-LISTED          PIC 9(09)  VALUE ZERO.
           05  WS-ROWS-DROPPED         PIC 9(09)  VALUE ZERO.

      *    EVERY LEDGER RUN, AND EVERY REGISTRATION WITH THE RUN
      *    THAT MADE IT (ZERO - UNKNOWN).

       01  WS-RUN-COUNT                PIC 9(05)  VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY            OCCURS 5000 TIMES.
               10  WS-RUN-PROGRAM      PIC  X(08).
               10  WS-RUN-START        PIC  X(14).
               10  WS-RUN-END          PIC  X(14).
               10  WS-RUN-DDNAME       PIC  X(08).
               10  WS-RUN-DSN          PIC  X(44).
               10  WS-RUN-GENERATION   PIC  X(08).
               10  WS-RUN-SEVERITY     PIC  X(02).
               10  WS-RUN-BACKOUT      PIC  X(01).
               10  WS-RUN-LISTED       PIC  X(01).

       01  WS-REG-COUNT                PIC 9(05)  VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY            OCCURS 2000 TIMES.
               10  WS-REG-DDNAME       PIC  X(08).
               10  WS-REG-DSN          PIC  X(44).
               10  WS-REG-GENERATION   PIC  X(08).
               10  WS-REG-AT           PIC  X(14).
               10  WS-REG-PRODUCER     PIC  9(05).

      *    ONE TRACE'S GENERATIONS, IN THE ORDER REACHED, WITH HOW
      *    MANY HOPS EACH IS FROM THE START. WORKED FRONT TO BACK;
      *    EACH NEW GENERATION FOUND IS ADDED AT THE END ONCE.

       01  WS-TRACE-COUNT              PIC 9(04)  VALUE ZERO.
       01  WS-TRACE-TABLE.
           05  WS-TRACE-ENTRY          OCCURS 500 TIMES.
               10  WS-TRC-DSN          PIC  X(44).
               10  WS-TRC-LEVEL        PIC  9(03).

      *    GENERATIONS CONSUMED BUT NEVER REGISTERED.

       01  WS-UNREG-COUNT              PIC 9(04)  VALUE ZERO.
       01  WS-UNREG-LISTED             PIC 9(04)  VALUE ZERO.
       01  WS-UNREG-TABLE.
           05  WS-UNREG-ENTRY          OCCURS 500 TIMES.
               10  WS-UNR-DDNAME       PIC  X(08).
               10  WS-UNR-DSN          PIC  X(44).
               10  WS-UNR-GENERATION   PIC  X(08).
               10  WS-UNR-RUNS         PIC  9(07).
               10  WS-UNR-FIRST-PGM    PIC  X(08).

       01  WS-RUN-IDX                  PIC 9(05)  VALUE ZERO.
       01  WS-REG-IDX                  PIC 9(05)  VALUE ZERO.
       01  WS-TRC-IDX                  PIC 9(04)  VALUE ZERO.
       01  WS-WORK-IDX                 PIC 9(04)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(05)  VALUE ZERO.

       01  WS-TRACE-DIRECTION          PIC X(01)  VALUE SPACE.
       01  WS-START-DSN                PIC X(44)  VALUE SPACE.
       01  WS-NEW-DSN                  PIC X(44)  VALUE SPACE.
       01  WS-NEW-LEVEL                PIC 9(03)  VALUE ZERO.
       01  WS-CUR-LEVEL                PIC 9(03)  VALUE ZERO.

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

       01  WS-TITLE-WORK.
           05  FILLER              PIC X(60)  VALUE
               'GDGLINE - GENERATION LINEAGE'.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(05)  VALUE 'LVL'.
           05  FILLER              PIC X(10)  VALUE 'RELATION'.
           05  FILLER              PIC X(10)  VALUE 'PROGRAM'.
           05  FILLER              PIC X(16)  VALUE 'RUN START'.
           05  FILLER              PIC X(05)  VALUE 'SEV'.
           05  FILLER              PIC X(10)  VALUE 'DDNAME'.
           05  FILLER              PIC X(12)  VALUE 'GENERATION'.
           05  FILLER              PIC X(46)  VALUE 'DATA SET NAME'.
           05  FILLER              PIC X(18)  VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-LEVEL        PIC ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-RELATION     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-PROGRAM      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-START        PIC X(14).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-SEV          PIC X(02).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-DDNAME       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-GENERATION   PIC X(08).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-DTL-DSN          PIC X(44).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-NOTE         PIC X(18).

      *    THE LINE THAT OPENS EACH TRACE, AND THE ONE THAT OPENS THE
      *    UNREGISTERED LIST.

       01  WS-TRACE-HEAD-LINE.
           05  FILLER              PIC X(06)  VALUE '*** '.
           05  WS-THD-TEXT         PIC X(20).
           05  WS-THD-DDNAME       PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-THD-GENERATION   PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-THD-DSN          PIC X(44).
           05  FILLER              PIC X(44)  VALUE SPACE.

       01  WS-UNREG-HEAD-LINE      PIC X(132) VALUE
           '*** CONSUMED BUT NEVER REGISTERED THROUGH GDSNREG'.

       01  WS-UNREG-LINE.
           05  FILLER              PIC X(15)  VALUE SPACE.
           05  FILLER              PIC X(11)  VALUE 'FIRST READ'.
           05  WS-UNL-PROGRAM      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  FILLER              PIC X(05)  VALUE 'RUNS '.
           05  WS-UNL-RUNS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-UNL-DDNAME       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-UNL-GENERATION   PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-UNL-DSN          PIC X(44).
           05  FILLER              PIC X(16)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(14)  VALUE 'ROWS LISTED  '.
           05  WS-TOT-LISTED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(16)  VALUE '  LEDGER READ  '.
           05  WS-TOT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(16)  VALUE '  REGISTRATIONS'.
           05  WS-TOT-REGS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(16)  VALUE '  UNREGISTERED '.
           05  WS-TOT-UNREG        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(30)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           OPEN INPUT LINE-QUERY-FILE.

           IF LQ-FILE-STATUS NOT = '00'
              DISPLAY 'GDGLINE,LINQRY MISSING,NO LISTING PRODUCED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-LOAD-LEDGER
              THRU 1000-EXIT.

           IF RL-FILE-STATUS NOT = '00'
              CLOSE LINE-QUERY-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-LOAD-REGISTRATIONS
              THRU 1100-EXIT.

           PERFORM 1200-FIND-PRODUCER
              THRU 1200-EXIT
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE WS-TITLE-WORK         TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM UNTIL END-OF-QUERIES
               READ LINE-QUERY-FILE
                 AT END
                   MOVE 'Y'           TO WS-NO-MORE-LQ
                 NOT AT END
                   ADD 1              TO WS-QUERIES-READ
                   PERFORM 2000-RUN-ONE-TRACE
                      THRU 2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE LINE-QUERY-FILE.

           PERFORM 5000-LIST-UNREGISTERED
              THRU 5000-EXIT.

           MOVE WS-ROWS-LISTED        TO WS-TOT-LISTED.
           MOVE WS-LEDGER-READ        TO WS-TOT-READ.
           MOVE WS-REGS-READ          TO WS-TOT-REGS.
           MOVE WS-UNREG-LISTED       TO WS-TOT-UNREG.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           DISPLAY 'GDGLINE,LEDGER RECORDS READ,' WS-LEDGER-READ.
           DISPLAY 'GDGLINE,REGISTRATIONS READ,' WS-REGS-READ.
           DISPLAY 'GDGLINE,TRACE CARDS READ,' WS-QUERIES-READ.
           DISPLAY 'GDGLINE,TRACE CARDS REJECTED,'
                   WS-QUERIES-REJECTED.
           DISPLAY 'GDGLINE,ROWS LISTED,' WS-ROWS-LISTED.
           DISPLAY 'GDGLINE,UNREGISTERED GENERATIONS,' WS-UNREG-LISTED.

           IF WS-QUERIES-REJECTED > ZERO
           OR WS-ROWS-DROPPED > ZERO
           OR WS-TRACE-TRUNCATED = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    THE LEDGER, IN APPEND ORDER. A RUN WITH NO INPUT DATA SET
      *    CAN NEITHER CONSUME A GENERATION NOR BE TRACED BACK FROM,
      *    BUT IT CAN STILL HAVE MADE ONE, SO EVERY RUN IS KEPT.

       1000-LOAD-LEDGER.

           OPEN INPUT RUN-LEDGER-FILE.

           IF RL-FILE-STATUS NOT = '00'
              DISPLAY 'GDGLINE,UNABLE TO OPEN RUNLEDG,'
                      RL-FILE-STATUS
              GO TO 1000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE
                 AT END
                   MOVE 'Y'           TO WS-NO-MORE-RL
                 NOT AT END
                   ADD 1              TO WS-LEDGER-READ
                   PERFORM 1050-KEEP-LEDGER-ROW
                      THRU 1050-EXIT
               END-READ
           END-PERFORM.

           CLOSE RUN-LEDGER-FILE.
           MOVE '00'                  TO RL-FILE-STATUS.

       1000-EXIT.
           EXIT.

       1050-KEEP-LEDGER-ROW.

           IF WS-RUN-COUNT >= 5000
              IF WS-ROWS-DROPPED = ZERO
                 DISPLAY 'GDGLINE,RUNLEDG ROWS EXCEED TABLE MAX 5000,'
                         'LATER RUNS IGNORED'
              END-IF
              ADD 1                   TO WS-ROWS-DROPPED
              GO TO 1050-EXIT
           END-IF.

           ADD 1                      TO WS-RUN-COUNT.
           MOVE RL-REC-PROGRAM        TO WS-RUN-PROGRAM (WS-RUN-COUNT).
           MOVE RL-REC-START (1:14)   TO WS-RUN-START (WS-RUN-COUNT).
           MOVE RL-REC-END (1:14)     TO WS-RUN-END (WS-RUN-COUNT).
           MOVE RL-REC-INPUT-DDNAME   TO WS-RUN-DDNAME (WS-RUN-COUNT).
           MOVE RL-REC-INPUT-DSN      TO WS-RUN-DSN (WS-RUN-COUNT).
           MOVE RL-REC-INPUT-GENERATION
                                      TO
                WS-RUN-GENERATION (WS-RUN-COUNT).
           MOVE RL-REC-SEVERITY       TO
                WS-RUN-SEVERITY (WS-RUN-COUNT).
           MOVE RL-REC-BACKOUT-FLAG   TO
                WS-RUN-BACKOUT (WS-RUN-COUNT).
           MOVE 'N'                   TO WS-RUN-LISTED (WS-RUN-COUNT).

           IF  RL-REC-INPUT-DSN NOT = SPACE
           AND RL-REC-INPUT-GENERATION NOT = SPACE
               PERFORM 1060-NOTE-CONSUMED-GENERATION
                  THRU 1060-EXIT
           END-IF.

       1050-EXIT.
           EXIT.

      *    EVERY DISTINCT GENERATION ANY RUN READ, WITH HOW MANY RUNS
      *    READ IT - WHICH OF THEM WERE NEVER REGISTERED IS SETTLED
      *    ONCE THE REGISTRATIONS ARE IN.

       1060-NOTE-CONSUMED-GENERATION.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-UNREG-COUNT
               IF WS-UNR-DSN (WS-WORK-IDX) = RL-REC-INPUT-DSN
                  MOVE WS-WORK-IDX    TO WS-FOUND-IDX
                  MOVE WS-UNREG-COUNT TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZERO
              ADD 1                   TO WS-UNR-RUNS (WS-FOUND-IDX)
              GO TO 1060-EXIT
           END-IF.

           IF WS-UNREG-COUNT >= 500
              ADD 1                   TO WS-ROWS-DROPPED
              GO TO 1060-EXIT
           END-IF.

           ADD 1                      TO WS-UNREG-COUNT.
           MOVE RL-REC-INPUT-DDNAME   TO WS-UNR-DDNAME (WS-UNREG-COUNT).
           MOVE RL-REC-INPUT-DSN      TO WS-UNR-DSN (WS-UNREG-COUNT).
           MOVE RL-REC-INPUT-GENERATION
                                      TO
                WS-UNR-GENERATION (WS-UNREG-COUNT).
           MOVE 1                     TO WS-UNR-RUNS (WS-UNREG-COUNT).
           MOVE RL-REC-PROGRAM        TO
                WS-UNR-FIRST-PGM (WS-UNREG-COUNT).

       1060-EXIT.
           EXIT.

      *    THE REGISTRATIONS. A CONSUMED GENERATION FOUND HERE IS
      *    STRUCK FROM THE UNREGISTERED LIST (ITS DSN BLANKED).

       1100-LOAD-REGISTRATIONS.

           OPEN INPUT REGISTRATION-FILE.

           IF RG-FILE-STATUS NOT = '00'
              DISPLAY 'GDGLINE,NO GDSNRGST REGISTRATIONS,'
                      'NO PRODUCER CAN BE SHOWN'
              CLOSE REGISTRATION-FILE
              GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL END-OF-REGISTRATIONS
               READ REGISTRATION-FILE
                 AT END
                   MOVE 'Y'           TO WS-NO-MORE-RG
                 NOT AT END
                   ADD 1              TO WS-REGS-READ
                   PERFORM 1150-KEEP-REGISTRATION
                      THRU 1150-EXIT
               END-READ
           END-PERFORM.

           CLOSE REGISTRATION-FILE.

       1100-EXIT.
           EXIT.

       1150-KEEP-REGISTRATION.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-UNREG-COUNT
               IF WS-UNR-DSN (WS-WORK-IDX) = RG-DATA-SET-NAME
                  MOVE SPACE          TO WS-UNR-DSN (WS-WORK-IDX)
               END-IF
           END-PERFORM.

           IF WS-REG-COUNT >= 2000
              IF WS-ROWS-DROPPED = ZERO
                 DISPLAY 'GDGLINE,GDSNRGST ROWS EXCEED TABLE MAX 2000,'
                         'LATER ROWS IGNORED'
              END-IF
              ADD 1                   TO WS-ROWS-DROPPED
              GO TO 1150-EXIT
           END-IF.

           ADD 1                      TO WS-REG-COUNT.
           MOVE RG-DDNAME             TO WS-REG-DDNAME (WS-REG-COUNT).
           MOVE RG-DATA-SET-NAME      TO WS-REG-DSN (WS-REG-COUNT).
           MOVE RG-GENERATION         TO
                WS-REG-GENERATION (WS-REG-COUNT).
           MOVE RG-REGISTERED-AT (1:14)
                                      TO WS-REG-AT (WS-REG-COUNT).
           MOVE ZERO                  TO
                WS-REG-PRODUCER (WS-REG-COUNT).

       1150-EXIT.
           EXIT.

      *    THE RUN THAT MADE A REGISTRATION - THE LATEST-STARTING RUN
      *    WHOSE START AND END BRACKET ITS REGISTRATION TIME. A ROW
      *    WITH NO TIME (REGISTERED BEFORE THE STAMP WAS KEPT) HAS NO
      *    KNOWN PRODUCER.

       1200-FIND-PRODUCER.

           IF WS-REG-AT (WS-REG-IDX) = SPACE
              GO TO 1200-EXIT
           END-IF.

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF  WS-RUN-START (WS-RUN-IDX) <= WS-REG-AT (WS-REG-IDX)
               AND WS-RUN-END (WS-RUN-IDX)   >= WS-REG-AT (WS-REG-IDX)
                   IF WS-REG-PRODUCER (WS-REG-IDX) = ZERO
                      MOVE WS-RUN-IDX TO WS-REG-PRODUCER (WS-REG-IDX)
                   ELSE
                      MOVE WS-REG-PRODUCER (WS-REG-IDX)
                                      TO WS-FOUND-IDX
                      IF WS-RUN-START (WS-RUN-IDX) >
                         WS-RUN-START (WS-FOUND-IDX)
                         MOVE WS-RUN-IDX
                                      TO WS-REG-PRODUCER (WS-REG-IDX)
                      END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1200-EXIT.
           EXIT.

      *    ONE LINQRY CARD. THE START GENERATION IS THE DATA SET NAME
      *    ON THE CARD, OR ELSE THE ONE REGISTERED - OR FAILING THAT,
      *    READ BY SOME RUN - UNDER THE CARD'S DDNAME AND GENERATION.

       2000-RUN-ONE-TRACE.

           IF LINE-QUERY-REC (1:1) = '*'
              GO TO 2000-EXIT
           END-IF.

           MOVE SPACE                 TO WS-START-DSN.

           IF LQ-DATA-SET-NAME NOT = SPACE
              MOVE LQ-DATA-SET-NAME   TO WS-START-DSN
           END-IF.

           IF WS-START-DSN = SPACE
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                        UNTIL WS-REG-IDX > WS-REG-COUNT
                  IF  WS-REG-DDNAME (WS-REG-IDX) = LQ-DDNAME
                  AND WS-REG-GENERATION (WS-REG-IDX) = LQ-GENERATION
                      MOVE WS-REG-DSN (WS-REG-IDX)
                                      TO WS-START-DSN
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-START-DSN = SPACE
              PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > WS-RUN-COUNT
                  IF  WS-RUN-DDNAME (WS-RUN-IDX) = LQ-DDNAME
                  AND WS-RUN-GENERATION (WS-RUN-IDX) = LQ-GENERATION
                  AND WS-RUN-DSN (WS-RUN-IDX) NOT = SPACE
                      MOVE WS-RUN-DSN (WS-RUN-IDX)
                                      TO WS-START-DSN
                  END-IF
              END-PERFORM
           END-IF.

           IF NOT LQ-VALID-DIRECTION
           OR WS-START-DSN = SPACE
              DISPLAY 'GDGLINE,LINQRY CARD REJECTED,UNKNOWN DIRECTION'
                      ' OR GENERATION,' LINE-QUERY-REC (1:61)
              ADD 1                   TO WS-QUERIES-REJECTED
              GO TO 2000-EXIT
           END-IF.

           IF LQ-DIRECTION = 'D' OR 'B'
              MOVE 'DOWNSTREAM FROM'  TO WS-THD-TEXT
              MOVE 'D'                TO WS-TRACE-DIRECTION
              PERFORM 2100-START-TRACE
                 THRU 2100-EXIT
              PERFORM 3000-TRACE-DOWNSTREAM
                 THRU 3000-EXIT
                 VARYING WS-TRC-IDX FROM 1 BY 1
                 UNTIL WS-TRC-IDX > WS-TRACE-COUNT
           END-IF.

           IF LQ-DIRECTION = 'U' OR 'B'
              MOVE 'UPSTREAM FROM'    TO WS-THD-TEXT
              MOVE 'U'                TO WS-TRACE-DIRECTION
              PERFORM 2100-START-TRACE
                 THRU 2100-EXIT
              PERFORM 4000-TRACE-UPSTREAM
                 THRU 4000-EXIT
                 VARYING WS-TRC-IDX FROM 1 BY 1
                 UNTIL WS-TRC-IDX > WS-TRACE-COUNT
           END-IF.

       2000-EXIT.
           EXIT.

      *    A FRESH TRACE - THE HEADING LINE, THE START GENERATION AS
      *    LEVEL ZERO, AND NO RUN LISTED YET.

       2100-START-TRACE.

           MOVE SPACE                 TO RW-PRINT-LINE.
           MOVE 'D'                   TO RW-FUNCTION.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE LQ-DDNAME             TO WS-THD-DDNAME.
           MOVE LQ-GENERATION         TO WS-THD-GENERATION.
           MOVE WS-START-DSN          TO WS-THD-DSN.
           MOVE WS-TRACE-HEAD-LINE    TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE 'N'               TO WS-RUN-LISTED (WS-RUN-IDX)
           END-PERFORM.

           MOVE 1                     TO WS-TRACE-COUNT.
           MOVE WS-START-DSN          TO WS-TRC-DSN (1).
           MOVE ZERO                  TO WS-TRC-LEVEL (1).

       2100-EXIT.
           EXIT.

      *    ONE GENERATION ON THE DOWNSTREAM LIST: EVERY RUN THAT READ
      *    IT, AND UNDER EACH RUN EVERY GENERATION THE RUN MADE - EACH
      *    OF THOSE THEN WORKED IN ITS TURN.

       3000-TRACE-DOWNSTREAM.

           MOVE WS-TRC-LEVEL (WS-TRC-IDX)
                                      TO WS-CUR-LEVEL.

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF  WS-RUN-DSN (WS-RUN-IDX) = WS-TRC-DSN (WS-TRC-IDX)
               AND WS-RUN-LISTED (WS-RUN-IDX) NOT = 'Y'
                   MOVE 'Y'           TO WS-RUN-LISTED (WS-RUN-IDX)
                   COMPUTE WS-NEW-LEVEL = WS-CUR-LEVEL + 1
                   MOVE SPACE         TO WS-DETAIL-LINE
                   MOVE 'READ BY '    TO WS-DTL-RELATION
                   PERFORM 6000-WRITE-RUN-LINE
                      THRU 6000-EXIT
                   PERFORM 3100-LIST-RUN-OUTPUTS
                      THRU 3100-EXIT
               END-IF
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-LIST-RUN-OUTPUTS.

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                     UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-PRODUCER (WS-REG-IDX) = WS-RUN-IDX
                  MOVE SPACE          TO WS-DETAIL-LINE
                  MOVE 'MADE    '     TO WS-DTL-RELATION
                  PERFORM 6100-WRITE-REG-LINE
                     THRU 6100-EXIT
                  MOVE WS-REG-DSN (WS-REG-IDX)
                                      TO WS-NEW-DSN
                  PERFORM 7000-ADD-TO-TRACE
                     THRU 7000-EXIT
               END-IF
           END-PERFORM.

       3100-EXIT.
           EXIT.

      *    ONE GENERATION ON THE UPSTREAM LIST: THE RUN THAT MADE IT,
      *    AND THE GENERATION THAT RUN READ - WORKED IN ITS TURN.

       4000-TRACE-UPSTREAM.

           MOVE WS-TRC-LEVEL (WS-TRC-IDX)
                                      TO WS-CUR-LEVEL.
           COMPUTE WS-NEW-LEVEL = WS-CUR-LEVEL + 1.
           MOVE ZERO                  TO WS-FOUND-IDX.

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                     UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-DSN (WS-REG-IDX) = WS-TRC-DSN (WS-TRC-IDX)
                  MOVE WS-REG-IDX     TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           MOVE SPACE                 TO WS-DETAIL-LINE.

           IF WS-FOUND-IDX = ZERO
              MOVE WS-CUR-LEVEL       TO WS-DTL-LEVEL
              MOVE 'ORIGIN  '         TO WS-DTL-RELATION
              MOVE WS-TRC-DSN (WS-TRC-IDX)
                                      TO WS-DTL-DSN
              MOVE 'NEVER REGISTERED'  TO WS-DTL-NOTE
              PERFORM 6200-WRITE-LINE
                 THRU 6200-EXIT
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-FOUND-IDX          TO WS-REG-IDX.
           MOVE WS-REG-PRODUCER (WS-REG-IDX)
                                      TO WS-RUN-IDX.

           IF WS-RUN-IDX = ZERO
              MOVE WS-CUR-LEVEL       TO WS-DTL-LEVEL
              MOVE 'ORIGIN  '         TO WS-DTL-RELATION
              MOVE WS-REG-DDNAME (WS-REG-IDX)
                                      TO WS-DTL-DDNAME
              MOVE WS-REG-GENERATION (WS-REG-IDX)
                                      TO WS-DTL-GENERATION
              MOVE WS-REG-DSN (WS-REG-IDX)
                                      TO WS-DTL-DSN
              MOVE 'PRODUCER UNKNOWN'  TO WS-DTL-NOTE
              PERFORM 6200-WRITE-LINE
                 THRU 6200-EXIT
              GO TO 4000-EXIT
           END-IF.

           IF WS-RUN-LISTED (WS-RUN-IDX) = 'Y'
              GO TO 4000-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-RUN-LISTED (WS-RUN-IDX).
           MOVE SPACE                 TO WS-DETAIL-LINE.
           MOVE 'MADE BY '            TO WS-DTL-RELATION.
           PERFORM 6000-WRITE-RUN-LINE
              THRU 6000-EXIT.

           IF WS-RUN-DSN (WS-RUN-IDX) = SPACE
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACE                 TO WS-DETAIL-LINE.
           MOVE WS-NEW-LEVEL          TO WS-DTL-LEVEL.
           MOVE 'FROM    '            TO WS-DTL-RELATION.
           MOVE WS-RUN-DDNAME (WS-RUN-IDX)
                                      TO WS-DTL-DDNAME.
           MOVE WS-RUN-GENERATION (WS-RUN-IDX)
                                      TO WS-DTL-GENERATION.
           MOVE WS-RUN-DSN (WS-RUN-IDX)
                                      TO WS-DTL-DSN.
           PERFORM 6200-WRITE-LINE
              THRU 6200-EXIT.

           MOVE WS-RUN-DSN (WS-RUN-IDX)
                                      TO WS-NEW-DSN.
           PERFORM 7000-ADD-TO-TRACE
              THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      *    EVERY GENERATION A RUN READ THAT NO REGISTRATION ACCOUNTS
      *    FOR (THE ONES 1150 DID NOT STRIKE OFF).

       5000-LIST-UNREGISTERED.

           MOVE SPACE                 TO RW-PRINT-LINE.
           MOVE 'D'                   TO RW-FUNCTION.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-UNREG-HEAD-LINE    TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-UNREG-COUNT
               IF WS-UNR-DSN (WS-WORK-IDX) NOT = SPACE
                  ADD 1               TO WS-UNREG-LISTED
                  MOVE WS-UNR-FIRST-PGM (WS-WORK-IDX)
                                      TO WS-UNL-PROGRAM
                  MOVE WS-UNR-RUNS (WS-WORK-IDX)
                                      TO WS-UNL-RUNS
                  MOVE WS-UNR-DDNAME (WS-WORK-IDX)
                                      TO WS-UNL-DDNAME
                  MOVE WS-UNR-GENERATION (WS-WORK-IDX)
                                      TO WS-UNL-GENERATION
                  MOVE WS-UNR-DSN (WS-WORK-IDX)
                                      TO WS-UNL-DSN
                  MOVE WS-UNREG-LINE  TO RW-PRINT-LINE
                  CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
                  ADD 1               TO WS-ROWS-LISTED
               END-IF
           END-PERFORM.

       5000-EXIT.
           EXIT.

      *    A RUN LINE FOR THE RUN AT WS-RUN-IDX, AT WS-NEW-LEVEL.
      *    THE CALLER HAS CLEARED THE LINE AND SET THE RELATION.

       6000-WRITE-RUN-LINE.

           MOVE WS-NEW-LEVEL          TO WS-DTL-LEVEL.
           MOVE WS-RUN-PROGRAM (WS-RUN-IDX)
                                      TO WS-DTL-PROGRAM.
           MOVE WS-RUN-START (WS-RUN-IDX)
                                      TO WS-DTL-START.
           MOVE WS-RUN-SEVERITY (WS-RUN-IDX)
                                      TO WS-DTL-SEV.
           IF WS-RUN-BACKOUT (WS-RUN-IDX) = 'B'
              MOVE 'BACKED OUT'       TO WS-DTL-NOTE
           END-IF.
           PERFORM 6200-WRITE-LINE
              THRU 6200-EXIT.

       6000-EXIT.
           EXIT.

      *    A GENERATION LINE FOR THE REGISTRATION AT WS-REG-IDX,
      *    PREPARED THE SAME WAY.

       6100-WRITE-REG-LINE.

           MOVE WS-NEW-LEVEL          TO WS-DTL-LEVEL.
           MOVE WS-REG-DDNAME (WS-REG-IDX)
                                      TO WS-DTL-DDNAME.
           MOVE WS-REG-GENERATION (WS-REG-IDX)
                                      TO WS-DTL-GENERATION.
           MOVE WS-REG-DSN (WS-REG-IDX)
                                      TO WS-DTL-DSN.
           PERFORM 6200-WRITE-LINE
              THRU 6200-EXIT.

       6100-EXIT.
           EXIT.

       6200-WRITE-LINE.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           ADD 1                      TO WS-ROWS-LISTED.

       6200-EXIT.
           EXIT.

      *    ADDS WS-NEW-DSN TO THE TRACE AT WS-NEW-LEVEL UNLESS IT IS
      *    ALREADY ON IT. A TRACE THAT OUTGROWS THE TABLE STOPS
      *    GROWING AND THE RUN ENDS RC 4, SAID SO.

       7000-ADD-TO-TRACE.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-TRACE-COUNT
               IF WS-TRC-DSN (WS-WORK-IDX) = WS-NEW-DSN
                  MOVE WS-WORK-IDX    TO WS-FOUND-IDX
                  MOVE WS-TRACE-COUNT TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > ZERO
              GO TO 7000-EXIT
           END-IF.

           IF WS-TRACE-COUNT >= 500
              IF WS-TRACE-TRUNCATED NOT = 'Y'
                 DISPLAY 'GDGLINE,TRACE EXCEEDS TABLE MAX 500,'
                         'TRACE TRUNCATED,' WS-START-DSN
              END-IF
              MOVE 'Y'                TO WS-TRACE-TRUNCATED
              GO TO 7000-EXIT
           END-IF.

           ADD 1                      TO WS-TRACE-COUNT.
           MOVE WS-NEW-DSN            TO WS-TRC-DSN (WS-TRACE-COUNT).
           MOVE WS-NEW-LEVEL          TO WS-TRC-LEVEL (WS-TRACE-COUNT).

       7000-EXIT.
           EXIT.
