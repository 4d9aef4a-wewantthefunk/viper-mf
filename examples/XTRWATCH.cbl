       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRWATCH.
       AUTHOR. CHRISTIAN STRAMA.

      * LATE AND MISSING EXTRACT WATCH, RUN BY STREAMCT BEFORE THE
      * CONVERSION. RRBDRIVE TREATS RRBFIL02 AND RRBFIL03 AS
      * OPTIONAL BECAUSE NOT EVERY REGION SENDS EVERY NIGHT, SO A
      * REGION WHOSE EXTRACT SILENTLY STOPPED ARRIVING LOOKED EXACTLY
      * LIKE A QUIET NIGHT - ONE REGION WENT EIGHT DAYS UNNOTICED.
      * THIS STEP READS THE HEADER OF WHATEVER ARRIVED ON THE THREE
      * INPUT DDS (WH-SOURCE-CODE, WH-EXTRACT-DATE - THE SAME 12-BYTE
      * LABEL RRBDRIVE BALANCES) AND COMPARES IT AGAINST THE
      * SITE-MAINTAINED XTRSCHD DELIVERY SCHEDULE:
      *
      *   ROW: REGION(3) SP DAYS(7) SP CUTOFF(4) SP DESCRIPTION(30)
      *     DAYS   - Y/N PER WEEKDAY, MONDAY FIRST ('YYYYYNN' IS
      *              MONDAY TO FRIDAY), JUDGED ON THE BUSINESS DATE
      *     CUTOFF - HHMM THE EXTRACT IS DUE BY. A CUTOFF BEFORE
      *              NOON IS THE MORNING AFTER THE BUSINESS DATE,
      *              SINCE THE NIGHT'S EXTRACTS ARRIVE OVERNIGHT
      *   A ROW STARTING '*' IS A COMMENT.
      *
      * EACH REGION EXPECTED TONIGHT IS ON TIME IF ITS EXTRACT IS
      * HERE BY THE CUTOFF, LATE IF IT IS HERE BUT THE CHECK RAN
      * AFTER THE CUTOFF (THE STREAM WAS HELD FOR IT), AND MISSING IF
      * NO INPUT DD CARRIES ITS HEADER. AN EXTRACT WHOSE HEADER DATE
      * IS NOT TONIGHT'S BUSINESS DATE IS STALE - LAST NIGHT'S FILE
      * SENT AGAIN, OR NEVER REPLACED - WHETHER OR NOT THE SCHEDULE
      * EXPECTED IT. A MISSING OR STALE REGION RAISES AN ALERTSUB
      * ALERT AND A ROW ON XTREXCP, WHICH STREAMCT RECORDS ON STRMOUT
      * AND RRBDRIVE READS TO LEAVE A STALE RRBFIL02/RRBFIL03 OUT OF
      * THE NIGHT INSTEAD OF FAILING THE BALANCE ON IT - THE STREAM
      * CONTINUES WITHOUT THAT REGION. RRBFILE ITSELF STAYS
      * MANDATORY: A MISSING OR STALE PRIMARY EXTRACT IS STILL
      * ALERTED HERE, AND RRBDRIVE'S BALANCE STILL STOPS ON IT.
      *
      * EVERY JUDGMENT IS APPENDED TO THE XTRHIST DELIVERY HISTORY,
      * WHICH THE WEEKLY XTRWKLY SUMMARY READS. THE STEP ENDS RC 4
      * WHEN ANY REGION WAS MISSING OR STALE - A WARNING, NEVER A
      * HALT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    THE THREE INPUT DDS RRBDRIVE DRAINS. ALL OPTIONAL HERE -
      *    AN ABSENT RRBFILE IS A MISSING REGION TO REPORT, NOT A
      *    REASON FOR THIS STEP TO FAIL.

           SELECT OPTIONAL EXTRACT-FILE-1
                                  ASSIGN TO RRBFILE
                                  FILE STATUS IS X1-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE-2
                                  ASSIGN TO RRBFIL02
                                  FILE STATUS IS X2-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE-3
                                  ASSIGN TO RRBFIL03
                                  FILE STATUS IS X3-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SCHEDULE-FILE
                                  ASSIGN TO XTRSCHD
                                  FILE STATUS IS SR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XTR-EXCEPTION-FILE
                                  ASSIGN TO XTREXCP
                                  FILE STATUS IS XE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XTR-HISTORY-FILE
                                  ASSIGN TO XTRHIST
                                  FILE STATUS IS XH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  EXTRACT-FILE-1
           RECORD IS VARYING IN SIZE FROM 12 TO 22 CHARACTERS
           DEPENDING ON WS-X1-LEN.

       01  EXTRACT-REC-1.
           02  X1-LABEL            PIC X(12).
           02  FILLER              PIC X(10).

       FD  EXTRACT-FILE-2
           RECORD IS VARYING IN SIZE FROM 12 TO 22 CHARACTERS
           DEPENDING ON WS-X2-LEN.

       01  EXTRACT-REC-2.
           02  X2-LABEL            PIC X(12).
           02  FILLER              PIC X(10).

       FD  EXTRACT-FILE-3
           RECORD IS VARYING IN SIZE FROM 12 TO 22 CHARACTERS
           DEPENDING ON WS-X3-LEN.

       01  EXTRACT-REC-3.
           02  X3-LABEL            PIC X(12).
           02  FILLER              PIC X(10).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  SCHEDULE-REC.
           05  SR-SOURCE-CODE      PIC X(03).
           05  FILLER              PIC X(01).
           05  SR-DAYS             PIC X(07).
           05  FILLER              PIC X(01).
           05  SR-CUTOFF           PIC X(04).
           05  SR-CUTOFF-N REDEFINES SR-CUTOFF
                                   PIC 9(04).
           05  FILLER              PIC X(01).
           05  SR-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(33).

       FD  XTR-EXCEPTION-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY XTREXCP.

       FD  XTR-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.

           COPY XTRHIST.

       WORKING-STORAGE SECTION.

       01  X1-FILE-STATUS          PIC X(02).
       01  X2-FILE-STATUS          PIC X(02).
       01  X3-FILE-STATUS          PIC X(02).
       01  SR-FILE-STATUS          PIC X(02).
       01  XE-FILE-STATUS          PIC X(02).
       01  XH-FILE-STATUS          PIC X(02).

       01  WS-X1-LEN               PIC 9(04)  VALUE ZERO.
       01  WS-X2-LEN               PIC 9(04)  VALUE ZERO.
       01  WS-X3-LEN               PIC 9(04)  VALUE ZERO.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP    PIC X(26)  VALUE SPACE.
       01  WS-START-TIMESTAMP      PIC X(26)  VALUE SPACE.
       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                   PIC 9(08).
       01  WS-CLOCK-DATE           PIC X(08)  VALUE SPACE.
       01  WS-CLOCK-DATE-N REDEFINES WS-CLOCK-DATE
                                   PIC 9(08).
       01  WS-CLOCK-TIME           PIC X(04)  VALUE SPACE.
       01  WS-CLOCK-TIME-N REDEFINES WS-CLOCK-TIME
                                   PIC 9(04).

      *    MINUTES SINCE NOON ON THE BUSINESS DATE - THE CHECK'S
      *    CLOCK AND EACH REGION'S CUTOFF ON ONE SCALE, SO A CUTOFF
      *    AND A CHECK ON EITHER SIDE OF MIDNIGHT STILL COMPARE.

       01  WS-CLOCK-MINUTES        PIC S9(07) VALUE ZERO.
       01  WS-CUTOFF-MINUTES       PIC S9(07) VALUE ZERO.
       01  WS-DAYS-PAST            PIC S9(07) VALUE ZERO.
       01  WS-HOURS                PIC 9(02)  VALUE ZERO.
       01  WS-MINUTES              PIC 9(02)  VALUE ZERO.

       01  WS-DAY-OF-WEEK          PIC 9(01)  VALUE ZERO.

      *    TONIGHT'S ARRIVALS, ONE ENTRY PER INPUT DD - WHETHER THE
      *    DD WAS THERE WITH A READABLE HEADER, AND WHAT IT SAID.

       01  WS-ARRIVAL-TABLE.
           05  WS-ARRIVAL-ENTRY    OCCURS 3 TIMES.
               10  WS-ARR-PRESENT      PIC X(01).
               10  WS-ARR-SOURCE       PIC X(03).
               10  WS-ARR-DATE         PIC X(08).

       01  WS-DD-IDX               PIC 9(01)  VALUE ZERO.
       01  WS-ARR-IDX              PIC 9(01)  VALUE ZERO.
       01  WS-HEADER-LABEL         PIC X(12)  VALUE SPACE.
       01  WS-HEADER-VIEW REDEFINES WS-HEADER-LABEL.
           05  WH-RECORD-TYPE      PIC X(01).
           05  WH-EXTRACT-DATE     PIC X(08).
           05  WH-SOURCE-CODE      PIC X(03).
       01  WS-HEADER-READ          PIC X(01)  VALUE 'N'.

      *    THE DELIVERY SCHEDULE.

       01  WS-REGION-COUNT         PIC 9(02)  VALUE ZERO.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY     OCCURS 30 TIMES.
               10  WS-RGN-SOURCE       PIC X(03).
               10  WS-RGN-DAYS         PIC X(07).
               10  WS-RGN-CUTOFF       PIC 9(04).
               10  WS-RGN-DESC         PIC X(30).

       01  WS-RGN-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(02)  VALUE ZERO.
       01  WS-EXPECTED-TONIGHT     PIC X(01)  VALUE 'N'.
       01  WS-REGION-ARRIVED       PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-ARRIVED-COUNT        PIC 9(05)  VALUE ZERO.
           05  WS-ON-TIME-COUNT        PIC 9(05)  VALUE ZERO.
           05  WS-LATE-COUNT           PIC 9(05)  VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(05)  VALUE ZERO.
           05  WS-STALE-COUNT          PIC 9(05)  VALUE ZERO.
           05  WS-UNSCHED-COUNT        PIC 9(05)  VALUE ZERO.

       01  WS-ALERT-TEXT.
           05  FILLER              PIC X(07)  VALUE 'REGION '.
           05  WS-ALT-SOURCE       PIC X(03).
           05  FILLER              PIC X(09)  VALUE ' EXTRACT '.
           05  WS-ALT-DISPOSITION  PIC X(08).
           05  FILLER              PIC X(05)  VALUE ' FOR '.
           05  WS-ALT-BUS-DATE     PIC X(08).
           05  FILLER              PIC X(06)  VALUE ', HDR '.
           05  WS-ALT-HDR-DATE     PIC X(08).

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR ALERTSUB - SAME LAYOUT AS ALERTSUB'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-ALERTSUB-PARAMETERS.
           05  AP-SOURCE-PGM           PIC  X(08).
           05  AP-SEVERITY             PIC  9(02).
           05  AP-ALERT-TEXT           PIC  X(60).
           05  AP-RETURN-CODE          PIC  9(02).

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

           PERFORM 2000-READ-ONE-HEADER
              THRU 2000-EXIT
              VARYING WS-DD-IDX FROM 1 BY 1
              UNTIL WS-DD-IDX > 3.

           PERFORM 3000-JUDGE-ARRIVAL
              THRU 3000-EXIT
              VARYING WS-ARR-IDX FROM 1 BY 1
              UNTIL WS-ARR-IDX > 3.

           PERFORM 4000-FIND-MISSING-REGION
              THRU 4000-EXIT
              VARYING WS-RGN-IDX FROM 1 BY 1
              UNTIL WS-RGN-IDX > WS-REGION-COUNT.

           CLOSE XTR-EXCEPTION-FILE
                 XTR-HISTORY-FILE.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PRE-STREAM CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    BUSINESS DATE AND ITS WEEKDAY, THE CHECK'S CLOCK, THE
      *    SCHEDULE, AND THE TWO OUTPUTS. XTREXCP IS TONIGHT'S ONLY -
      *    REWRITTEN WHOLE; XTRHIST ACCUMULATES.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP  TO WS-START-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP (1:8)
                                      TO WS-CLOCK-DATE.
           MOVE WS-CURRENT-TIMESTAMP (9:4)
                                      TO WS-CLOCK-TIME.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD
                 (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N) - 1,
                  7) + 1.

      *    THE CHECK'S CLOCK AS MINUTES SINCE NOON ON THE BUSINESS
      *    DATE (A GETBDATE RERUN OF AN OLD DATE SIMPLY COMES OUT
      *    LATE FOR EVERY REGION).

           COMPUTE WS-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE-N)
                 - FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N).
           DIVIDE WS-CLOCK-TIME-N BY 100
              GIVING WS-HOURS REMAINDER WS-MINUTES.
           COMPUTE WS-CLOCK-MINUTES =
                   WS-DAYS-PAST * 1440
                 + WS-HOURS * 60 + WS-MINUTES - 720.

           PERFORM 1100-LOAD-SCHEDULE
              THRU 1100-EXIT.

           OPEN OUTPUT XTR-EXCEPTION-FILE.

           OPEN EXTEND XTR-HISTORY-FILE.
           IF XH-FILE-STATUS NOT = '00'
              OPEN OUTPUT XTR-HISTORY-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *    A MISSING SCHEDULE EXPECTS NO REGION - ONLY THE STALE
      *    CHECK, WHICH NEEDS NO SCHEDULE, STILL APPLIES. A ROW WITH
      *    AN UNREADABLE DAYS MASK OR CUTOFF IS DROPPED, SAID SO.

       1100-LOAD-SCHEDULE.

           OPEN INPUT SCHEDULE-FILE.

           IF SR-FILE-STATUS NOT = '00'
              DISPLAY 'XTRWATCH,NO XTRSCHD DELIVERY SCHEDULE,'
                      'NO REGION IS EXPECTED TONIGHT'
              GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ SCHEDULE-FILE
                 AT END
                   MOVE 'Y'            TO WS-FILE-EOF
                 NOT AT END
                   PERFORM 1150-KEEP-SCHEDULE-ROW
                      THRU 1150-EXIT
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       1100-EXIT.
           EXIT.

       1150-KEEP-SCHEDULE-ROW.

           IF SCHEDULE-REC (1:1) = '*'
           OR SR-SOURCE-CODE = SPACE
              GO TO 1150-EXIT
           END-IF.

           IF SR-CUTOFF NOT NUMERIC
           OR SR-CUTOFF-N > 2359
           OR SR-CUTOFF (3:2) > '59'
              DISPLAY 'XTRWATCH,XTRSCHD ROW DROPPED,BAD CUTOFF,'
                      SR-SOURCE-CODE ',' SR-CUTOFF
              GO TO 1150-EXIT
           END-IF.

           IF WS-REGION-COUNT >= 30
              DISPLAY 'XTRWATCH,XTRSCHD ROWS EXCEED TABLE MAX 30,'
                      'ROW IGNORED,' SR-SOURCE-CODE
              GO TO 1150-EXIT
           END-IF.

           ADD 1                      TO WS-REGION-COUNT.
           MOVE SR-SOURCE-CODE        TO
                WS-RGN-SOURCE (WS-REGION-COUNT).
           MOVE SR-DAYS               TO
                WS-RGN-DAYS (WS-REGION-COUNT).
           MOVE SR-CUTOFF-N           TO
                WS-RGN-CUTOFF (WS-REGION-COUNT).
           MOVE SR-DESCRIPTION        TO
                WS-RGN-DESC (WS-REGION-COUNT).

       1150-EXIT.
           EXIT.

      *    OPENS ONE INPUT DD, READS ITS FIRST RECORD AND CLOSES IT
      *    AGAIN - RRBDRIVE DOES THE FULL BALANCE LATER. A DD THAT IS
      *    ABSENT, EMPTY, OR DOES NOT START WITH A DATED HEADER
      *    COUNTS AS NO ARRIVAL FOR ANY REGION.

       2000-READ-ONE-HEADER.

           MOVE 'N'                   TO WS-ARR-PRESENT (WS-DD-IDX).
           MOVE SPACE                 TO WS-ARR-SOURCE (WS-DD-IDX)
                                         WS-ARR-DATE (WS-DD-IDX).
           MOVE SPACE                 TO WS-HEADER-LABEL.
           MOVE 'N'                   TO WS-HEADER-READ.

           EVALUATE WS-DD-IDX
             WHEN 1
               OPEN INPUT EXTRACT-FILE-1
               IF X1-FILE-STATUS = '00'
                  READ EXTRACT-FILE-1
                     NOT AT END
                        MOVE X1-LABEL TO WS-HEADER-LABEL
                        MOVE 'Y'      TO WS-HEADER-READ
                  END-READ
                  CLOSE EXTRACT-FILE-1
               END-IF
             WHEN 2
               OPEN INPUT EXTRACT-FILE-2
               IF X2-FILE-STATUS = '00'
                  READ EXTRACT-FILE-2
                     NOT AT END
                        MOVE X2-LABEL TO WS-HEADER-LABEL
                        MOVE 'Y'      TO WS-HEADER-READ
                  END-READ
                  CLOSE EXTRACT-FILE-2
               END-IF
             WHEN 3
               OPEN INPUT EXTRACT-FILE-3
               IF X3-FILE-STATUS = '00'
                  READ EXTRACT-FILE-3
                     NOT AT END
                        MOVE X3-LABEL TO WS-HEADER-LABEL
                        MOVE 'Y'      TO WS-HEADER-READ
                  END-READ
                  CLOSE EXTRACT-FILE-3
               END-IF
           END-EVALUATE.

           IF WS-HEADER-READ NOT = 'Y'
              GO TO 2000-EXIT
           END-IF.

           IF WH-RECORD-TYPE NOT = 'H'
           OR WH-EXTRACT-DATE NOT NUMERIC
              DISPLAY 'XTRWATCH,INPUT DD ' WS-DD-IDX
                      ' HAS NO VALID HEADER,' WS-HEADER-LABEL
              GO TO 2000-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-ARR-PRESENT (WS-DD-IDX).
           MOVE WH-SOURCE-CODE        TO WS-ARR-SOURCE (WS-DD-IDX).
           MOVE WH-EXTRACT-DATE       TO WS-ARR-DATE (WS-DD-IDX).
           ADD 1                      TO WS-ARRIVED-COUNT.

       2000-EXIT.
           EXIT.

      *    JUDGES ONE ARRIVED EXTRACT: STALE IF ITS HEADER DATE IS NOT
      *    TONIGHT'S, OTHERWISE ON TIME OR LATE AGAINST ITS REGION'S
      *    CUTOFF - OR UNSCHEDULED IF THE SCHEDULE DOES NOT EXPECT
      *    THE REGION TONIGHT.

       3000-JUDGE-ARRIVAL.

           IF WS-ARR-PRESENT (WS-ARR-IDX) NOT = 'Y'
              GO TO 3000-EXIT
           END-IF.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                     UNTIL WS-RGN-IDX > WS-REGION-COUNT
               IF WS-RGN-SOURCE (WS-RGN-IDX) =
                  WS-ARR-SOURCE (WS-ARR-IDX)
                  MOVE WS-RGN-IDX     TO WS-FOUND-IDX
                  MOVE WS-REGION-COUNT
                                      TO WS-RGN-IDX
               END-IF
           END-PERFORM.

           MOVE SPACE                 TO XTR-HISTORY-REC.
           MOVE WS-BUSINESS-DATE      TO XH-BUSINESS-DATE.
           MOVE WS-ARR-SOURCE (WS-ARR-IDX)
                                      TO XH-SOURCE-CODE.
           MOVE WS-ARR-DATE (WS-ARR-IDX)
                                      TO XH-HEADER-DATE.
           MOVE WS-CLOCK-DATE         TO XH-SEEN-DATE.
           MOVE WS-CLOCK-TIME         TO XH-SEEN-TIME.
           MOVE WS-ARR-IDX            TO XH-DD-NUMBER.

           IF WS-FOUND-IDX > ZERO
              MOVE WS-RGN-CUTOFF (WS-FOUND-IDX)
                                      TO XH-CUTOFF-TIME
           END-IF.

           IF WS-ARR-DATE (WS-ARR-IDX) NOT = WS-BUSINESS-DATE
              MOVE 'STALE   '         TO XH-DISPOSITION
              ADD 1                   TO WS-STALE-COUNT
              WRITE XTR-HISTORY-REC
              PERFORM 5000-RECORD-EXCEPTION
                 THRU 5000-EXIT
              GO TO 3000-EXIT
           END-IF.

           IF WS-FOUND-IDX = ZERO
              DISPLAY 'XTRWATCH,REGION ' WS-ARR-SOURCE (WS-ARR-IDX)
                      ' ARRIVED BUT IS NOT ON XTRSCHD'
              MOVE 'UNSCHED '         TO XH-DISPOSITION
              ADD 1                   TO WS-UNSCHED-COUNT
              WRITE XTR-HISTORY-REC
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-FOUND-IDX          TO WS-RGN-IDX.
           PERFORM 4500-EXPECTED-TONIGHT
              THRU 4500-EXIT.

           IF WS-EXPECTED-TONIGHT NOT = 'Y'
              MOVE 'UNSCHED '         TO XH-DISPOSITION
              ADD 1                   TO WS-UNSCHED-COUNT
              WRITE XTR-HISTORY-REC
              GO TO 3000-EXIT
           END-IF.

           IF WS-CLOCK-MINUTES > WS-CUTOFF-MINUTES
              MOVE 'LATE    '         TO XH-DISPOSITION
              ADD 1                   TO WS-LATE-COUNT
              DISPLAY 'XTRWATCH,REGION ' WS-ARR-SOURCE (WS-ARR-IDX)
                      ' LATE,CUTOFF ' XH-CUTOFF-TIME
                      ',CHECKED ' WS-CLOCK-DATE ' ' WS-CLOCK-TIME
           ELSE
              MOVE 'ON-TIME '         TO XH-DISPOSITION
              ADD 1                   TO WS-ON-TIME-COUNT
           END-IF.

           WRITE XTR-HISTORY-REC.

       3000-EXIT.
           EXIT.

      *    A REGION THE SCHEDULE EXPECTS TONIGHT THAT NO INPUT DD
      *    CARRIED IS MISSING. (ONE THAT ARRIVED STALE WAS ALREADY
      *    JUDGED IN 3000 AND IS NOT REPORTED TWICE.)

       4000-FIND-MISSING-REGION.

           PERFORM 4500-EXPECTED-TONIGHT
              THRU 4500-EXIT.

           IF WS-EXPECTED-TONIGHT NOT = 'Y'
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-REGION-ARRIVED.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                     UNTIL WS-ARR-IDX > 3
               IF  WS-ARR-PRESENT (WS-ARR-IDX) = 'Y'
               AND WS-ARR-SOURCE (WS-ARR-IDX) =
                   WS-RGN-SOURCE (WS-RGN-IDX)
                  MOVE 'Y'            TO WS-REGION-ARRIVED
               END-IF
           END-PERFORM.

           IF WS-REGION-ARRIVED = 'Y'
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACE                 TO XTR-HISTORY-REC.
           MOVE WS-BUSINESS-DATE      TO XH-BUSINESS-DATE.
           MOVE WS-RGN-SOURCE (WS-RGN-IDX)
                                      TO XH-SOURCE-CODE.
           MOVE 'MISSING '            TO XH-DISPOSITION.
           MOVE WS-CLOCK-DATE         TO XH-SEEN-DATE.
           MOVE WS-CLOCK-TIME         TO XH-SEEN-TIME.
           MOVE WS-RGN-CUTOFF (WS-RGN-IDX)
                                      TO XH-CUTOFF-TIME.
           MOVE ZERO                  TO XH-DD-NUMBER.
           ADD 1                      TO WS-MISSING-COUNT.
           WRITE XTR-HISTORY-REC.

           PERFORM 5000-RECORD-EXCEPTION
              THRU 5000-EXIT.

       4000-EXIT.
           EXIT.

      *    WHETHER THE SCHEDULE ROW AT WS-RGN-IDX EXPECTS A DELIVERY
      *    ON THE BUSINESS DATE'S WEEKDAY, AND ITS CUTOFF ON THE
      *    MINUTES-SINCE-NOON SCALE.

       4500-EXPECTED-TONIGHT.

           IF WS-RGN-DAYS (WS-RGN-IDX) (WS-DAY-OF-WEEK:1) = 'Y'
              MOVE 'Y'                TO WS-EXPECTED-TONIGHT
           ELSE
              MOVE 'N'                TO WS-EXPECTED-TONIGHT
           END-IF.

           DIVIDE WS-RGN-CUTOFF (WS-RGN-IDX) BY 100
              GIVING WS-HOURS REMAINDER WS-MINUTES.

           IF WS-RGN-CUTOFF (WS-RGN-IDX) < 1200
              COMPUTE WS-CUTOFF-MINUTES =
                      WS-HOURS * 60 + WS-MINUTES + 720
           ELSE
              COMPUTE WS-CUTOFF-MINUTES =
                      WS-HOURS * 60 + WS-MINUTES - 720
           END-IF.

       4500-EXIT.
           EXIT.

      *    A MISSING OR STALE REGION - THE XTRHIST ROW JUST WRITTEN
      *    SAYS WHICH. ONE XTREXCP ROW FOR STREAMCT AND RRBDRIVE, AND
      *    ONE ALERT FOR THE DUTY OPERATOR.

       5000-RECORD-EXCEPTION.

           MOVE SPACE                 TO XTR-EXCEPTION-REC.
           MOVE WS-BUSINESS-DATE      TO XE-BUSINESS-DATE.
           MOVE XH-SOURCE-CODE        TO XE-SOURCE-CODE.
           MOVE XH-DISPOSITION        TO XE-DISPOSITION.
           MOVE XH-DD-NUMBER          TO XE-DD-NUMBER.
           MOVE XH-HEADER-DATE        TO XE-HEADER-DATE.
           WRITE XTR-EXCEPTION-REC.

           MOVE XH-SOURCE-CODE        TO WS-ALT-SOURCE.
           MOVE XH-DISPOSITION        TO WS-ALT-DISPOSITION.
           MOVE WS-BUSINESS-DATE      TO WS-ALT-BUS-DATE.
           IF XH-HEADER-DATE = SPACE
              MOVE 'NONE'             TO WS-ALT-HDR-DATE
           ELSE
              MOVE XH-HEADER-DATE     TO WS-ALT-HDR-DATE
           END-IF.

           MOVE 'XTRWATCH'            TO AP-SOURCE-PGM.
           MOVE 08                    TO AP-SEVERITY.
           MOVE WS-ALERT-TEXT         TO AP-ALERT-TEXT.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

           DISPLAY 'XTRWATCH,' WS-ALERT-TEXT.

       5000-EXIT.
           EXIT.

       8000-TERMINATE.

           DISPLAY 'XTRWATCH,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'XTRWATCH,REGIONS ON SCHEDULE,' WS-REGION-COUNT.
           DISPLAY 'XTRWATCH,EXTRACTS ARRIVED,' WS-ARRIVED-COUNT.
           DISPLAY 'XTRWATCH,ON TIME,' WS-ON-TIME-COUNT.
           DISPLAY 'XTRWATCH,LATE,' WS-LATE-COUNT.
           DISPLAY 'XTRWATCH,MISSING,' WS-MISSING-COUNT.
           DISPLAY 'XTRWATCH,STALE,' WS-STALE-COUNT.
           DISPLAY 'XTRWATCH,UNSCHEDULED,' WS-UNSCHED-COUNT.

           MOVE 'XTRWATCH'            TO RL-PROGRAM.
           MOVE WS-START-TIMESTAMP    TO RL-START-TIMESTAMP.
           MOVE 'RRBFILE '            TO RL-INPUT-DDNAME.
           MOVE WS-ARRIVED-COUNT      TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED =
                   WS-ON-TIME-COUNT + WS-LATE-COUNT
                 + WS-UNSCHED-COUNT.
           COMPUTE RL-RECORDS-REJECTED =
                   WS-MISSING-COUNT + WS-STALE-COUNT.

           IF RL-RECORDS-REJECTED > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE ZERO               TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
