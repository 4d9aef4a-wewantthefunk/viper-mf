       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRWKLY.
       AUTHOR. CHRISTIAN STRAMA.

      * WEEKLY EXTRACT-DELIVERY SUMMARY. THE XTRWATCH PRE-STREAM
      * CHECK JUDGES EVERY SOURCE REGION'S EXTRACT EACH NIGHT AGAINST
      * THE XTRSCHD DELIVERY SCHEDULE AND APPENDS THE JUDGMENT TO
      * XTRHIST. THIS JOB READS XTRHIST FOR THE SEVEN CALENDAR DAYS
      * ENDING ON THE BUSINESS DATE AND PRINTS, PER REGION, HOW MANY
      * DELIVERIES WERE ON TIME, LATE, MISSING AND STALE (PLUS ANY
      * THAT ARRIVED ON A NIGHT THE SCHEDULE DID NOT EXPECT), SO A
      * REGION THAT HAS BEEN SLIPPING IS SEEN AS A PATTERN RATHER
      * THAN A STRING OF SEPARATE ALERTS. WHEN XTRWATCH WAS RERUN FOR
      * A BUSINESS DATE, ONLY ITS LAST JUDGMENT OF EACH REGION
      * COUNTS. REGIONS ARE DESCRIBED FROM THE SAME XTRSCHD SCHEDULE;
      * A REGION NO LONGER ON IT STILL PRINTS, UNDESCRIBED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL XTR-HISTORY-FILE
                                  ASSIGN TO XTRHIST
                                  FILE STATUS IS XH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SCHEDULE-FILE
                                  ASSIGN TO XTRSCHD
                                  FILE STATUS IS SR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  XTR-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY XTRHIST.

       FD  SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SCHEDULE-REC.
           05  SR-SOURCE-CODE      PIC X(03).
           05  FILLER              PIC X(01).
           05  SR-DAYS             PIC X(07).
           05  FILLER              PIC X(01).
           05  SR-CUTOFF           PIC X(04).
           05  FILLER              PIC X(01).
           05  SR-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(33).

       WORKING-STORAGE SECTION.

       01  XH-FILE-STATUS          PIC X(02).
       01  SR-FILE-STATUS          PIC X(02).

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                   PIC 9(08).
       01  WS-WEEK-START           PIC 9(08)  VALUE ZERO.
       01  WS-WEEK-START-X REDEFINES WS-WEEK-START
                                   PIC X(08).

       01  WS-HISTORY-READ         PIC 9(09)  VALUE ZERO.

      *    THE WEEK'S JUDGMENTS, ONE ENTRY PER BUSINESS DATE AND
      *    REGION - A LATER XTRHIST ROW FOR THE SAME PAIR REPLACES
      *    THE EARLIER ONE.

       01  WS-NIGHT-COUNT          PIC 9(03)  VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY      OCCURS 300 TIMES.
               10  WS-NGT-DATE         PIC X(08).
               10  WS-NGT-SOURCE       PIC X(03).
               10  WS-NGT-DISPOSITION  PIC X(08).

      *    THE PER-REGION TALLY, AND THE SCHEDULE'S DESCRIPTIONS.

       01  WS-REGION-COUNT         PIC 9(02)  VALUE ZERO.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY     OCCURS 50 TIMES.
               10  WS-RGN-SOURCE       PIC X(03).
               10  WS-RGN-ON-TIME      PIC 9(03).
               10  WS-RGN-LATE         PIC 9(03).
               10  WS-RGN-MISSING      PIC 9(03).
               10  WS-RGN-STALE        PIC 9(03).
               10  WS-RGN-UNSCHED      PIC 9(03).

       01  WS-SCHED-COUNT          PIC 9(02)  VALUE ZERO.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY      OCCURS 30 TIMES.
               10  WS-SCH-SOURCE       PIC X(03).
               10  WS-SCH-DESC         PIC X(30).

       01  WS-WORK-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-SCAN-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(03)  VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-ON-TIME-N        PIC 9(05)  VALUE ZERO.
           05  WS-TOT-LATE-N           PIC 9(05)  VALUE ZERO.
           05  WS-TOT-MISSING-N        PIC 9(05)  VALUE ZERO.
           05  WS-TOT-STALE-N          PIC 9(05)  VALUE ZERO.
           05  WS-TOT-UNSCHED-N        PIC 9(05)  VALUE ZERO.

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

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(08)  VALUE 'REGION'.
           05  FILLER              PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(10)  VALUE '   ON TIME'.
           05  FILLER              PIC X(10)  VALUE '      LATE'.
           05  FILLER              PIC X(10)  VALUE '   MISSING'.
           05  FILLER              PIC X(10)  VALUE '     STALE'.
           05  FILLER              PIC X(10)  VALUE '   UNSCHED'.
           05  FILLER              PIC X(42)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE       PIC X(03).
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-DTL-DESC         PIC X(30).
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-DTL-ON-TIME      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-LATE         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-MISSING      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-STALE        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-UNSCHED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(40)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(43)  VALUE
               'ALL REGIONS'.
           05  WS-TOT-ON-TIME      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-TOT-LATE         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-TOT-MISSING      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-TOT-STALE        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-TOT-UNSCHED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(40)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-READ-HISTORY
              THRU 2000-EXIT.

           PERFORM 2500-TALLY-ONE-NIGHT
              THRU 2500-EXIT
              VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > WS-NIGHT-COUNT.

           PERFORM 3000-WRITE-REPORT
              THRU 3000-EXIT.

           DISPLAY 'XTRWKLY,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'XTRWKLY,WEEK FROM,' WS-WEEK-START-X.
           DISPLAY 'XTRWKLY,HISTORY ROWS READ,' WS-HISTORY-READ.
           DISPLAY 'XTRWKLY,REGIONS REPORTED,' WS-REGION-COUNT.
           DISPLAY 'XTRWKLY,MISSING DELIVERIES,' WS-TOT-MISSING-N.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    BUSINESS DATE, THE FIRST DAY OF THE WEEK IT ENDS, AND THE
      *    SCHEDULE'S REGION DESCRIPTIONS.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           COMPUTE WS-WEEK-START =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N) - 6).

           OPEN INPUT SCHEDULE-FILE.

           IF SR-FILE-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ SCHEDULE-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF  SCHEDULE-REC (1:1) NOT = '*'
                   AND SR-SOURCE-CODE NOT = SPACE
                   AND WS-SCHED-COUNT < 30
                      ADD 1            TO WS-SCHED-COUNT
                      MOVE SR-SOURCE-CODE
                        TO WS-SCH-SOURCE (WS-SCHED-COUNT)
                      MOVE SR-DESCRIPTION
                        TO WS-SCH-DESC (WS-SCHED-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       1000-EXIT.
           EXIT.

      *    ONE PASS OF XTRHIST, KEEPING THE WEEK'S ROWS.

       2000-READ-HISTORY.

           OPEN INPUT XTR-HISTORY-FILE.

           IF XH-FILE-STATUS NOT = '00'
              DISPLAY 'XTRWKLY,NO XTRHIST DELIVERY HISTORY,'
                      XH-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ XTR-HISTORY-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF  XH-BUSINESS-DATE >= WS-WEEK-START-X
                   AND XH-BUSINESS-DATE <= WS-BUSINESS-DATE
                      PERFORM 2100-KEEP-ONE-ROW
                         THRU 2100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XTR-HISTORY-FILE.

       2000-EXIT.
           EXIT.

       2100-KEEP-ONE-ROW.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-NIGHT-COUNT
               IF  WS-NGT-DATE (WS-SCAN-IDX) = XH-BUSINESS-DATE
               AND WS-NGT-SOURCE (WS-SCAN-IDX) = XH-SOURCE-CODE
                  MOVE WS-SCAN-IDX    TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-NIGHT-COUNT >= 300
                 DISPLAY 'XTRWKLY,WEEK TABLE FULL,ROW DROPPED,'
                         XH-BUSINESS-DATE ',' XH-SOURCE-CODE
                 GO TO 2100-EXIT
              END-IF
              ADD 1                   TO WS-NIGHT-COUNT
              MOVE WS-NIGHT-COUNT     TO WS-FOUND-IDX
              MOVE XH-BUSINESS-DATE   TO WS-NGT-DATE (WS-FOUND-IDX)
              MOVE XH-SOURCE-CODE     TO WS-NGT-SOURCE (WS-FOUND-IDX)
           END-IF.

           MOVE XH-DISPOSITION        TO
                WS-NGT-DISPOSITION (WS-FOUND-IDX).

       2100-EXIT.
           EXIT.

      *    ADDS ONE NIGHT'S JUDGMENT OF ONE REGION TO THAT REGION'S
      *    TALLY, OPENING THE REGION'S ENTRY THE FIRST TIME.

       2500-TALLY-ONE-NIGHT.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-REGION-COUNT
               IF WS-RGN-SOURCE (WS-SCAN-IDX) =
                  WS-NGT-SOURCE (WS-WORK-IDX)
                  MOVE WS-SCAN-IDX    TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-REGION-COUNT >= 50
                 DISPLAY 'XTRWKLY,REGION TABLE FULL,ROW DROPPED,'
                         WS-NGT-SOURCE (WS-WORK-IDX)
                 GO TO 2500-EXIT
              END-IF
              ADD 1                   TO WS-REGION-COUNT
              MOVE WS-REGION-COUNT    TO WS-FOUND-IDX
              MOVE WS-NGT-SOURCE (WS-WORK-IDX)
                TO WS-RGN-SOURCE (WS-FOUND-IDX)
              MOVE ZERO TO WS-RGN-ON-TIME (WS-FOUND-IDX)
                           WS-RGN-LATE (WS-FOUND-IDX)
                           WS-RGN-MISSING (WS-FOUND-IDX)
                           WS-RGN-STALE (WS-FOUND-IDX)
                           WS-RGN-UNSCHED (WS-FOUND-IDX)
           END-IF.

           EVALUATE WS-NGT-DISPOSITION (WS-WORK-IDX)
             WHEN 'ON-TIME '
               ADD 1 TO WS-RGN-ON-TIME (WS-FOUND-IDX)
               ADD 1 TO WS-TOT-ON-TIME-N
             WHEN 'LATE    '
               ADD 1 TO WS-RGN-LATE (WS-FOUND-IDX)
               ADD 1 TO WS-TOT-LATE-N
             WHEN 'MISSING '
               ADD 1 TO WS-RGN-MISSING (WS-FOUND-IDX)
               ADD 1 TO WS-TOT-MISSING-N
             WHEN 'STALE   '
               ADD 1 TO WS-RGN-STALE (WS-FOUND-IDX)
               ADD 1 TO WS-TOT-STALE-N
             WHEN OTHER
               ADD 1 TO WS-RGN-UNSCHED (WS-FOUND-IDX)
               ADD 1 TO WS-TOT-UNSCHED-N
           END-EVALUATE.

       2500-EXIT.
           EXIT.

      *    THE REPORT - ONE LINE PER REGION IN THE ORDER FIRST SEEN
      *    ON THE HISTORY, THEN THE ALL-REGIONS TOTAL.

       3000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'XTRWKLY - WEEKLY EXTRACT DELIVERY BY REGION'
                                      TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM 3100-WRITE-ONE-REGION
              THRU 3100-EXIT
              VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > WS-REGION-COUNT.

           MOVE WS-TOT-ON-TIME-N      TO WS-TOT-ON-TIME.
           MOVE WS-TOT-LATE-N         TO WS-TOT-LATE.
           MOVE WS-TOT-MISSING-N      TO WS-TOT-MISSING.
           MOVE WS-TOT-STALE-N        TO WS-TOT-STALE.
           MOVE WS-TOT-UNSCHED-N      TO WS-TOT-UNSCHED.

           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-REGION.

           MOVE WS-RGN-SOURCE (WS-WORK-IDX)
                                      TO WS-DTL-SOURCE.

           MOVE 'NOT ON THE XTRSCHD SCHEDULE'
                                      TO WS-DTL-DESC.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-SCHED-COUNT
               IF WS-SCH-SOURCE (WS-SCAN-IDX) =
                  WS-RGN-SOURCE (WS-WORK-IDX)
                  MOVE WS-SCH-DESC (WS-SCAN-IDX)
                                      TO WS-DTL-DESC
               END-IF
           END-PERFORM.

           MOVE WS-RGN-ON-TIME (WS-WORK-IDX)
                                      TO WS-DTL-ON-TIME.
           MOVE WS-RGN-LATE (WS-WORK-IDX)
                                      TO WS-DTL-LATE.
           MOVE WS-RGN-MISSING (WS-WORK-IDX)
                                      TO WS-DTL-MISSING.
           MOVE WS-RGN-STALE (WS-WORK-IDX)
                                      TO WS-DTL-STALE.
           MOVE WS-RGN-UNSCHED (WS-WORK-IDX)
                                      TO WS-DTL-UNSCHED.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3100-EXIT.
           EXIT.
