       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNLOOK.
       AUTHOR. CHRISTIAN STRAMA.

      *    RECORDS RETENTION SCHEDULE SERVICE. EVERY PURGE JOB USED TO
      *    CARRY ITS OWN RETENTION KNOB - HICAGE'S HICRETEN DAYS,
      *    GDGRETEN'S COMPILED-IN GENERATION COUNT, INCDMGT'S PURGE
      *    CARD, LOGARCH'S JCL GENERATION COUNTS - AND NO ONE PLACE
      *    SAID HOW LONG ANYTHING IS KEPT. THIS SERVICE READS THE ONE
      *    SITE-MAINTAINED RETNSCHD SCHEDULE ONCE PER RUN UNIT AND
      *    ANSWERS BY DATASET CLASS:
      *
      *      ROW: CLASS(8) PERIOD(5) UNIT(1: D DAYS, G GENERATIONS)
      *           DESCRIPTION(40)
      *
      *    THE SAME CONTRACT AS GETPARM: THE CALLER NAMES THE CLASS,
      *    THE UNIT IT COUNTS IN AND ITS OWN DEFAULT; THE ANSWER IS
      *    THE SCHEDULE'S PERIOD WHEN A VALID ROW EXISTS, THE DEFAULT
      *    OTHERWISE, WITH RN-SOURCE SAYING WHICH ('S'/'D') AND
      *    RN-RETURN-CODE 4 WHEN THE DEFAULT ANSWERED, 8 WHEN A ROW
      *    EXISTED BUT WAS NOT NUMERIC, WAS ZERO, OR COUNTED IN THE
      *    WRONG UNIT (THE DEFAULT STILL ANSWERS - A BAD ROW MUST
      *    NEVER PURGE EARLY OR STOP A NIGHT).
      *
      *    CLASSES IN USE: HICXREF (HICAGE, DAYS SINCE LAST SEEN),
      *    HICARCHV (DAYS SINCE ARCHIVED), GDGGEN (GDGRETEN,
      *    GENERATIONS KEPT), GDGARCHV (DAYS SINCE ARCHIVED), LOGHIST
      *    (LOGARCH HISTORY, DAYS SINCE BUSINESS DATE), INCIDENT
      *    (INCDMGT, DAYS SINCE A FIXED INCIDENT LAST OCCURRED),
      *    INCDARCH (DAYS SINCE AN ARCHIVED INCIDENT LAST OCCURRED),
      *    RPTSTORE (RPTDIST'S ONLINE REPORT STORE, DAYS SINCE THE
      *    REPORT'S BUSINESS DATE), CONTACT (CNTLPRG, DAYS SINCE THE
      *    CONTACT WAS LOGGED), XMITHIST (XMTHPRG, DAYS SINCE A
      *    DETAIL WAS SENT TO SSA) AND DISCLOSE (DSCLPRG, DAYS SINCE A
      *    PRIVACY ACT DISCLOSURE - NEVER SHORTER THAN THE STATUTE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL RETENTION-SCHED-FILE
                                  ASSIGN TO RETNSCHD
                                  FILE STATUS IS RS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RETENTION-SCHED-FILE
           RECORD CONTAINS 56 CHARACTERS.

       01  RETENTION-SCHED-REC.
           05  RS-CLASS                PIC  X(08).
           05  RS-PERIOD               PIC  X(05).
           05  RS-PERIOD-N REDEFINES RS-PERIOD
                                       PIC  9(05).
           05  RS-UNIT                 PIC  X(01).
           05  RS-DESCRIPTION          PIC  X(40).
           05  FILLER                  PIC  X(02).

       WORKING-STORAGE SECTION.

       01  RS-FILE-STATUS              PIC  X(02).

       01  WS-TABLE-LOADED             PIC  X(01)  VALUE 'N'.
           88  TABLE-LOADED                        VALUE 'Y'.

       01  WS-FILE-EOF                 PIC  X(01)  VALUE 'N'.
           88  FILE-AT-END                         VALUE 'Y'.

       01  WS-CLASS-COUNT              PIC  9(03)  VALUE ZERO.

       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY          OCCURS 50 TIMES.
               10  WS-CLS-CLASS        PIC  X(08).
               10  WS-CLS-PERIOD       PIC  X(05).
               10  WS-CLS-PERIOD-N REDEFINES WS-CLS-PERIOD
                                       PIC  9(05).
               10  WS-CLS-UNIT         PIC  X(01).

       01  WS-WORK-IDX                 PIC  9(03)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC  9(03)  VALUE ZERO.

       LINKAGE SECTION.

       01  RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC  X(08).
           05  RN-UNIT                 PIC  X(01).
               88  RN-DAYS                         VALUE 'D'.
               88  RN-GENERATIONS                  VALUE 'G'.
           05  RN-DEFAULT              PIC  9(05).
           05  RN-PERIOD               PIC  9(05).
           05  RN-SOURCE               PIC  X(01).
               88  RN-FROM-SCHEDULE                VALUE 'S'.
               88  RN-FROM-DEFAULT                 VALUE 'D'.
           05  RN-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION           USING  RETNLOOK-PARAMETERS.

           IF  NOT TABLE-LOADED
               PERFORM 0100-LOAD-SCHEDULE
                  THRU 0100-EXIT
           END-IF

           PERFORM 1000-ANSWER-LOOKUP
              THRU 1000-EXIT

           GOBACK.

       1000-ANSWER-LOOKUP.

           MOVE ZERO                   TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-CLASS-COUNT
               IF WS-CLS-CLASS (WS-WORK-IDX) = RN-CLASS
                  MOVE WS-WORK-IDX     TO WS-FOUND-IDX
                  MOVE WS-CLASS-COUNT  TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              MOVE RN-DEFAULT          TO RN-PERIOD
              MOVE 'D'                 TO RN-SOURCE
              MOVE 04                  TO RN-RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           IF  WS-CLS-PERIOD (WS-FOUND-IDX) NUMERIC
           AND WS-CLS-PERIOD-N (WS-FOUND-IDX) > ZERO
           AND WS-CLS-UNIT (WS-FOUND-IDX) = RN-UNIT
               MOVE WS-CLS-PERIOD-N (WS-FOUND-IDX)
                                       TO RN-PERIOD
               MOVE 'S'                TO RN-SOURCE
               MOVE ZERO               TO RN-RETURN-CODE
           ELSE
               MOVE RN-DEFAULT         TO RN-PERIOD
               MOVE 'D'                TO RN-SOURCE
               MOVE 08                 TO RN-RETURN-CODE
               DISPLAY 'RETNLOOK,' RN-CLASS ' SCHEDULE ROW INVALID,'
                       'DEFAULT USED'
           END-IF.

       1000-EXIT.
           EXIT.

      *    LOADS THE SCHEDULE ONCE PER RUN UNIT - THE SAME LOAD-ONCE
      *    SHAPE AS GETPARM'S SITEPARM TABLE. ROWS ARE KEPT AS READ;
      *    THE VALIDITY CHECK IS MADE PER LOOKUP, AGAINST THE UNIT
      *    THE CALLER COUNTS IN.

       0100-LOAD-SCHEDULE.

           OPEN INPUT RETENTION-SCHED-FILE.

           IF RS-FILE-STATUS = '00'
               PERFORM UNTIL FILE-AT-END
                   READ RETENTION-SCHED-FILE
                     AT END
                       MOVE 'Y'        TO WS-FILE-EOF
                     NOT AT END
                       PERFORM 0110-KEEP-ONE-ROW
                          THRU 0110-EXIT
                   END-READ
               END-PERFORM
               CLOSE RETENTION-SCHED-FILE
           END-IF.

           SET TABLE-LOADED            TO TRUE.

       0100-EXIT.
           EXIT.

       0110-KEEP-ONE-ROW.

           IF RS-CLASS = SPACE
              GO TO 0110-EXIT
           END-IF.

           IF WS-CLASS-COUNT >= 50
              DISPLAY 'RETNLOOK,RETNSCHD ROWS EXCEED TABLE '
                      'MAX 50,ROWS IGNORED'
              MOVE 'Y'                 TO WS-FILE-EOF
              GO TO 0110-EXIT
           END-IF.

           ADD 1                       TO WS-CLASS-COUNT.
           MOVE RS-CLASS               TO WS-CLS-CLASS (WS-CLASS-COUNT).
           MOVE RS-PERIOD              TO WS-CLS-PERIOD
                                                    (WS-CLASS-COUNT).
           MOVE RS-UNIT                TO WS-CLS-UNIT (WS-CLASS-COUNT).

       0110-EXIT.
           EXIT.
