       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKTURN.
       AUTHOR. CHRISTIAN STRAMA.

      * MONTHLY SSA ACKNOWLEDGMENT TURNAROUND REPORT. ACKMAST CARRIES
      * THE SENT DATE AND THE ACKNOWLEDGMENT DATE FOR EVERY
      * TRANSMITTED HIC, BUT NOTHING MEASURED HOW LONG SSA TAKES TO
      * ANSWER - IT ONLY SHOWED WHEN SSAACK STARTED AGING RECORDS
      * PAST THE ACKCTL WINDOW. THIS JOB SWEEPS THE MASTER AND, FOR
      * EVERY ACKNOWLEDGMENT POSTED IN THE REPORTING MONTH, TAKES THE
      * TURNAROUND IN BUSINESS DAYS THROUGH CMNBDCAL ('W' - EACH
      * BUSINESS DAY AFTER THE SENT DATE UP TO AND INCLUDING THE
      * ACKNOWLEDGMENT DATE). THE RESULTS ARE BROKEN OUT BY BIC
      * (POSITIONS 10-11 OF THE SSA HIC) AND BY ACCEPTED VERSUS
      * REJECTED, EACH WITH ITS MEDIAN, 90TH PERCENTILE AND WORST,
      * THEN ALL BICS TOGETHER. RECORDS STILL PENDING ARE COUNTED BY
      * AGE BAND, IN BUSINESS DAYS FROM THE SENT DATE TO THE
      * BUSINESS DATE. THE NUMBERS FEED THE QUARTERLY INTERAGENCY
      * SERVICE REVIEW WITH SSA.
      *
      * THE REPORTING MONTH IS THE CALENDAR MONTH BEFORE THE
      * BUSINESS DATE'S; THE ACKTMNTH ENVIRONMENT VARIABLE (YYYYMM)
      * NAMES ANOTHER ONE FOR A CATCH-UP RUN. TURNAROUNDS ARE HELD
      * AS A DAY-COUNT DISTRIBUTION PER GROUP, SO THE PERCENTILES
      * ARE EXACT UP TO 199 BUSINESS DAYS; A LONGER WAIT COUNTS AS
      * 199 THERE, AND THE WORST COLUMN STILL SHOWS THE TRUE VALUE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       WORKING-STORAGE SECTION.

       01  AK-FILE-STATUS          PIC X(02).

       01  WS-ACKMAST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-ACKS-MEASURED        PIC 9(09)  VALUE ZERO.
           05  WS-BAD-DATES            PIC 9(09)  VALUE ZERO.
           05  WS-PENDING-TOTAL        PIC 9(09)  VALUE ZERO.
           05  WS-GROUPS-REPORTED      PIC 9(03)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.

      *    THE REPORTING MONTH, YYYYMM.

       01  WS-PERIOD               PIC X(06)  VALUE SPACE.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY      PIC 9(04).
           05  WS-PERIOD-MM        PIC 9(02).
       01  WS-PERIOD-OVERRIDE      PIC X(06)  VALUE SPACE.

       01  WS-TURN-DAYS            PIC S9(07) VALUE ZERO.
       01  WS-HIST-SLOT            PIC 9(03)  VALUE ZERO.
       01  WS-ROW-BIC              PIC X(02)  VALUE SPACE.
       01  WS-ROW-RESULT           PIC X(01)  VALUE SPACE.

      *    ONE ENTRY PER BIC AND RESULT, PLUS AN ALL-BICS ENTRY PER
      *    RESULT (BIC '**'). THE DISTRIBUTION SLOT IS THE BUSINESS-DAY
      *    TURNAROUND PLUS ONE.

       01  WS-GROUP-COUNT          PIC 9(03)  VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY      OCCURS 60 TIMES.
               10  WS-GRP-BIC          PIC X(02).
               10  WS-GRP-RESULT       PIC X(01).
               10  WS-GRP-COUNT        PIC 9(07).
               10  WS-GRP-WORST        PIC 9(05).
               10  WS-GRP-HIST         PIC 9(07)  OCCURS 200 TIMES.

       01  WS-SWAP-ENTRY           PIC X(1415) VALUE SPACE.

       01  WS-WORK-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-SCAN-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-BEST-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(03)  VALUE ZERO.
       01  WS-SORT-KEY-1           PIC X(03)  VALUE SPACE.
       01  WS-SORT-KEY-2           PIC X(03)  VALUE SPACE.

      *    PERCENTILE WORK - THE RANK WANTED AND THE RUNNING COUNT.

       01  WS-RANK-WANTED          PIC 9(07)  VALUE ZERO.
       01  WS-RANK-RUNNING         PIC 9(07)  VALUE ZERO.
       01  WS-PCTL-PERCENT         PIC 9(03)  VALUE ZERO.
       01  WS-PCTL-RESULT          PIC 9(05)  VALUE ZERO.

      *    PENDING AGE BANDS, IN BUSINESS DAYS SINCE SENT.

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY       OCCURS 5 TIMES.
               10  WS-BAND-HIGH        PIC 9(05).
               10  WS-BAND-LABEL       PIC X(16).
               10  WS-BAND-COUNT       PIC 9(07).
       01  WS-BAND-IDX             PIC 9(01)  VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR CMNBDCAL - SAME LAYOUT AS CMNBDCAL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-CALENDAR-PARAMETERS.
           05  CAL-FUNCTION            PIC  X(01).
           05  CAL-ENVIRONMENT         PIC  X(01).
           05  CAL-DATE-1              PIC  9(08).
           05  CAL-DATE-2              PIC  9(08).
           05  CAL-RESULT-FLAG         PIC  X(01).
           05  CAL-RESULT-DATE         PIC  9(08).
           05  CAL-RESULT-DAYS         PIC S9(07).

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

       01  WS-TEXT-LINE            PIC X(132) VALUE SPACE.

       01  WS-PERIOD-LINE.
           05  FILLER              PIC X(25)  VALUE
               'ACKNOWLEDGMENTS POSTED IN'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-PRD-PERIOD       PIC X(06).
           05  FILLER              PIC X(18)  VALUE
               '  BUSINESS DATE  '.
           05  WS-PRD-BUS-DATE     PIC X(08).
           05  FILLER              PIC X(74)  VALUE SPACE.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(06)  VALUE 'BIC'.
           05  FILLER              PIC X(10)  VALUE 'RESULT'.
           05  FILLER              PIC X(12)  VALUE '      COUNT'.
           05  FILLER              PIC X(10)  VALUE '   MEDIAN'.
           05  FILLER              PIC X(10)  VALUE '  90TH PCT'.
           05  FILLER              PIC X(10)  VALUE '     WORST'.
           05  FILLER              PIC X(74)  VALUE
               '   (BUSINESS DAYS SENT TO ACKNOWLEDGED)'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-BIC          PIC X(03).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-RESULT       PIC X(08).
           05  FILLER              PIC X(03)  VALUE SPACE.
           05  WS-DTL-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-DTL-MEDIAN       PIC ZZZZ9.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-DTL-P90          PIC ZZZZ9.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-DTL-WORST        PIC ZZZZ9.
           05  FILLER              PIC X(76)  VALUE SPACE.

       01  WS-BAND-LINE.
           05  FILLER              PIC X(10)  VALUE '  PENDING '.
           05  WS-BND-LABEL        PIC X(16).
           05  WS-BND-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(97)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(25)  VALUE
               'ACKNOWLEDGMENTS MEASURED'.
           05  WS-TOT-MEASURED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  PENDING  '.
           05  WS-TOT-PENDING      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(13)  VALUE '  BAD DATES  '.
           05  WS-TOT-BAD          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(54)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-SWEEP-MASTER
              THRU 2000-EXIT.

           PERFORM 3000-WRITE-REPORT
              THRU 3000-EXIT.

           DISPLAY 'ACKTURN,PERIOD,' WS-PERIOD.
           DISPLAY 'ACKTURN,MASTER RECORDS READ,' WS-MASTER-READ.
           DISPLAY 'ACKTURN,ACKNOWLEDGMENTS MEASURED,'
                   WS-ACKS-MEASURED.
           DISPLAY 'ACKTURN,STILL PENDING,' WS-PENDING-TOTAL.
           DISPLAY 'ACKTURN,BAD DATES SKIPPED,' WS-BAD-DATES.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    BUSINESS DATE, REPORTING MONTH, MASTER DSN AND AGE BANDS.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           IF WS-PERIOD-MM = 1
              MOVE 12                 TO WS-PERIOD-MM
              SUBTRACT 1            FROM WS-PERIOD-YYYY
           ELSE
              SUBTRACT 1            FROM WS-PERIOD-MM
           END-IF.

           ACCEPT WS-PERIOD-OVERRIDE FROM ENVIRONMENT 'ACKTMNTH'.

           IF  WS-PERIOD-OVERRIDE NUMERIC
           AND WS-PERIOD-OVERRIDE (5:2) >= '01'
           AND WS-PERIOD-OVERRIDE (5:2) <= '12'
               MOVE WS-PERIOD-OVERRIDE TO WS-PERIOD
               DISPLAY 'ACKTURN,ACKTMNTH OVERRIDE,' WS-PERIOD
           END-IF.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

           MOVE 5                     TO WS-BAND-HIGH (1).
           MOVE '0-5 DAYS'            TO WS-BAND-LABEL (1).
           MOVE 10                    TO WS-BAND-HIGH (2).
           MOVE '6-10 DAYS'           TO WS-BAND-LABEL (2).
           MOVE 20                    TO WS-BAND-HIGH (3).
           MOVE '11-20 DAYS'          TO WS-BAND-LABEL (3).
           MOVE 30                    TO WS-BAND-HIGH (4).
           MOVE '21-30 DAYS'          TO WS-BAND-LABEL (4).
           MOVE 99999                 TO WS-BAND-HIGH (5).
           MOVE 'OVER 30 DAYS'        TO WS-BAND-LABEL (5).
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 5
               MOVE ZERO              TO WS-BAND-COUNT (WS-BAND-IDX)
           END-PERFORM.

       1000-EXIT.
           EXIT.

      *    ONE PASS OF THE MASTER IN KEY ORDER.

       2000-SWEEP-MASTER.

           OPEN INPUT ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'ACKTURN,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO AK-SSA-HIC.
           START ACK-MASTER-FILE KEY NOT < AK-SSA-HIC
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ ACK-MASTER-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF NOT FILE-AT-END
                  ADD 1 TO WS-MASTER-READ
                  EVALUATE TRUE
                    WHEN AK-PENDING
                      PERFORM 2200-AGE-ONE-PENDING
                         THRU 2200-EXIT
                    WHEN AK-ACCEPTED
                    WHEN AK-REJECTED
                      IF AK-ACK-DATE (1:6) = WS-PERIOD
                         PERFORM 2100-MEASURE-ONE-ACK
                            THRU 2100-EXIT
                      END-IF
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ACK-MASTER-FILE.

       2000-EXIT.
           EXIT.

      *    ONE ACKNOWLEDGMENT IN THE PERIOD - ITS TURNAROUND GOES INTO
      *    ITS BIC'S GROUP AND THE ALL-BICS GROUP FOR ITS RESULT.

       2100-MEASURE-ONE-ACK.

           IF AK-SENT-DATE NOT NUMERIC
           OR AK-ACK-DATE NOT NUMERIC
              ADD 1                   TO WS-BAD-DATES
              GO TO 2100-EXIT
           END-IF.

           MOVE 'W'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE AK-SENT-DATE          TO CAL-DATE-1.
           MOVE AK-ACK-DATE           TO CAL-DATE-2.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.

           IF CAL-RESULT-FLAG = 'E'
           OR CAL-RESULT-DAYS < ZERO
              ADD 1                   TO WS-BAD-DATES
              GO TO 2100-EXIT
           END-IF.

           MOVE CAL-RESULT-DAYS       TO WS-TURN-DAYS.
           IF WS-TURN-DAYS > 199
              MOVE 200                TO WS-HIST-SLOT
           ELSE
              COMPUTE WS-HIST-SLOT = WS-TURN-DAYS + 1
           END-IF.

           MOVE AK-ACK-STATUS         TO WS-ROW-RESULT.

           ADD 1                      TO WS-ACKS-MEASURED.

           MOVE AK-SSA-HIC (10:2)     TO WS-ROW-BIC.
           PERFORM 2150-POST-TO-GROUP
              THRU 2150-EXIT.

           MOVE '**'                  TO WS-ROW-BIC.
           PERFORM 2150-POST-TO-GROUP
              THRU 2150-EXIT.

       2100-EXIT.
           EXIT.

       2150-POST-TO-GROUP.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-GROUP-COUNT
               IF  WS-GRP-BIC (WS-WORK-IDX)    = WS-ROW-BIC
               AND WS-GRP-RESULT (WS-WORK-IDX) = WS-ROW-RESULT
                   MOVE WS-WORK-IDX    TO WS-FOUND-IDX
                   MOVE WS-GROUP-COUNT TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-GROUP-COUNT < 60
                 ADD 1                TO WS-GROUP-COUNT
                 MOVE WS-GROUP-COUNT  TO WS-FOUND-IDX
                 MOVE WS-ROW-BIC      TO WS-GRP-BIC (WS-FOUND-IDX)
                 MOVE WS-ROW-RESULT   TO WS-GRP-RESULT (WS-FOUND-IDX)
                 MOVE ZERO            TO WS-GRP-COUNT (WS-FOUND-IDX)
                                         WS-GRP-WORST (WS-FOUND-IDX)
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > 200
                     MOVE ZERO
                       TO WS-GRP-HIST (WS-FOUND-IDX WS-SCAN-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'ACKTURN,GROUP TABLE FULL,ROW DROPPED,'
                         WS-ROW-BIC
                 GO TO 2150-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-GRP-COUNT (WS-FOUND-IDX).
           ADD 1 TO WS-GRP-HIST (WS-FOUND-IDX WS-HIST-SLOT).
           IF WS-TURN-DAYS > WS-GRP-WORST (WS-FOUND-IDX)
              MOVE WS-TURN-DAYS       TO WS-GRP-WORST (WS-FOUND-IDX)
           END-IF.

       2150-EXIT.
           EXIT.

      *    A RECORD STILL AWAITING SSA - AGED IN BUSINESS DAYS FROM
      *    ITS SENT DATE TO THE BUSINESS DATE.

       2200-AGE-ONE-PENDING.

           IF AK-SENT-DATE NOT NUMERIC
           OR AK-SENT-DATE = ZERO
              GO TO 2200-EXIT
           END-IF.

           MOVE 'W'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE AK-SENT-DATE          TO CAL-DATE-1.
           MOVE WS-BUSINESS-DATE      TO CAL-DATE-2.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.

           IF CAL-RESULT-FLAG = 'E'
              ADD 1                   TO WS-BAD-DATES
              GO TO 2200-EXIT
           END-IF.

           IF CAL-RESULT-DAYS < ZERO
              MOVE ZERO               TO WS-TURN-DAYS
           ELSE
              MOVE CAL-RESULT-DAYS    TO WS-TURN-DAYS
           END-IF.

           ADD 1                      TO WS-PENDING-TOTAL.

           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 5
               IF WS-TURN-DAYS <= WS-BAND-HIGH (WS-BAND-IDX)
                  ADD 1 TO WS-BAND-COUNT (WS-BAND-IDX)
                  MOVE 5              TO WS-BAND-IDX
               END-IF
           END-PERFORM.

       2200-EXIT.
           EXIT.

      *    THE REPORT - GROUPS IN BIC ORDER, ACCEPTED BEFORE REJECTED,
      *    THE ALL-BICS GROUPS LAST; THEN THE PENDING AGE BANDS.

       3000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'ACKTURN - SSA ACKNOWLEDGMENT TURNAROUND'
                                      TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-PERIOD             TO WS-PRD-PERIOD.
           MOVE WS-BUSINESS-DATE      TO WS-PRD-BUS-DATE.
           MOVE WS-PERIOD-LINE        TO WS-TEXT-LINE.
           PERFORM 3900-PRINT-TEXT
              THRU 3900-EXIT.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-GROUP-COUNT
               MOVE WS-WORK-IDX       TO WS-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM WS-WORK-IDX BY 1
                         UNTIL WS-SCAN-IDX > WS-GROUP-COUNT
                   MOVE WS-GRP-BIC (WS-SCAN-IDX)
                                      TO WS-SORT-KEY-1 (1:2)
                   MOVE WS-GRP-RESULT (WS-SCAN-IDX)
                                      TO WS-SORT-KEY-1 (3:1)
                   MOVE WS-GRP-BIC (WS-BEST-IDX)
                                      TO WS-SORT-KEY-2 (1:2)
                   MOVE WS-GRP-RESULT (WS-BEST-IDX)
                                      TO WS-SORT-KEY-2 (3:1)
                   IF WS-SORT-KEY-1 (1:2) = '**'
                      MOVE HIGH-VALUES TO WS-SORT-KEY-1 (1:2)
                   END-IF
                   IF WS-SORT-KEY-2 (1:2) = '**'
                      MOVE HIGH-VALUES TO WS-SORT-KEY-2 (1:2)
                   END-IF
                   IF WS-SORT-KEY-1 < WS-SORT-KEY-2
                      MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX NOT = WS-WORK-IDX
                  MOVE WS-GROUP-ENTRY (WS-WORK-IDX)
                    TO WS-SWAP-ENTRY
                  MOVE WS-GROUP-ENTRY (WS-BEST-IDX)
                    TO WS-GROUP-ENTRY (WS-WORK-IDX)
                  MOVE WS-SWAP-ENTRY
                    TO WS-GROUP-ENTRY (WS-BEST-IDX)
               END-IF
               PERFORM 3100-WRITE-ONE-GROUP
                  THRU 3100-EXIT
           END-PERFORM.

           IF WS-GROUP-COUNT = ZERO
              MOVE '  NO ACKNOWLEDGMENTS POSTED IN THE PERIOD'
                                      TO WS-TEXT-LINE
              PERFORM 3900-PRINT-TEXT
                 THRU 3900-EXIT
           END-IF.

           MOVE 'RECORDS STILL PENDING, BY BUSINESS DAYS SINCE SENT'
                                      TO WS-TEXT-LINE.
           PERFORM 3900-PRINT-TEXT
              THRU 3900-EXIT.

           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 5
               MOVE WS-BAND-LABEL (WS-BAND-IDX)
                                      TO WS-BND-LABEL
               MOVE WS-BAND-COUNT (WS-BAND-IDX)
                                      TO WS-BND-COUNT
               MOVE WS-BAND-LINE      TO WS-TEXT-LINE
               PERFORM 3900-PRINT-TEXT
                  THRU 3900-EXIT
           END-PERFORM.

           MOVE WS-ACKS-MEASURED      TO WS-TOT-MEASURED.
           MOVE WS-PENDING-TOTAL      TO WS-TOT-PENDING.
           MOVE WS-BAD-DATES          TO WS-TOT-BAD.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-GROUP.

           IF WS-GRP-BIC (WS-WORK-IDX) = '**'
              MOVE 'ALL'              TO WS-DTL-BIC
           ELSE
              MOVE WS-GRP-BIC (WS-WORK-IDX)
                                      TO WS-DTL-BIC
           END-IF.

           IF WS-GRP-RESULT (WS-WORK-IDX) = 'A'
              MOVE 'ACCEPTED'         TO WS-DTL-RESULT
           ELSE
              MOVE 'REJECTED'         TO WS-DTL-RESULT
           END-IF.

           MOVE WS-GRP-COUNT (WS-WORK-IDX)
                                      TO WS-DTL-COUNT.

           MOVE 50                    TO WS-PCTL-PERCENT.
           PERFORM 3200-FIND-PERCENTILE
              THRU 3200-EXIT.
           MOVE WS-PCTL-RESULT        TO WS-DTL-MEDIAN.

           MOVE 90                    TO WS-PCTL-PERCENT.
           PERFORM 3200-FIND-PERCENTILE
              THRU 3200-EXIT.
           MOVE WS-PCTL-RESULT        TO WS-DTL-P90.

           MOVE WS-GRP-WORST (WS-WORK-IDX)
                                      TO WS-DTL-WORST.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           ADD 1 TO WS-GROUPS-REPORTED.

       3100-EXIT.
           EXIT.

      *    NEAREST-RANK PERCENTILE OVER THE GROUP'S DISTRIBUTION - THE
      *    SMALLEST TURNAROUND WHOSE RUNNING COUNT REACHES THE
      *    PERCENTILE'S SHARE OF THE GROUP, ROUNDED UP.

       3200-FIND-PERCENTILE.

           MOVE ZERO                  TO WS-PCTL-RESULT
                                         WS-RANK-RUNNING.

           COMPUTE WS-RANK-WANTED =
               (WS-GRP-COUNT (WS-WORK-IDX) * WS-PCTL-PERCENT + 99)
               / 100.

           IF WS-RANK-WANTED = ZERO
              GO TO 3200-EXIT
           END-IF.

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > 200
               ADD WS-GRP-HIST (WS-WORK-IDX WS-SCAN-IDX)
                                      TO WS-RANK-RUNNING
               IF WS-RANK-RUNNING >= WS-RANK-WANTED
                  COMPUTE WS-PCTL-RESULT = WS-SCAN-IDX - 1
                  MOVE 200            TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

       3200-EXIT.
           EXIT.

       3900-PRINT-TEXT.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-TEXT-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3900-EXIT.
           EXIT.
