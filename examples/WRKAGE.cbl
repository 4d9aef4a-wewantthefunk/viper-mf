       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKAGE.
       AUTHOR. CHRISTIAN STRAMA.

      * WEEKLY WORK-ITEM AGING AND PRODUCTIVITY REPORT. THE NIGHTLY
      * REVIEW JOBS FEED THEIR ITEMS TO THE WRKITEM MASTER THROUGH
      * WRKFEED AND THE CLERKS CLAIM AND CLOSE THEM ON THE WRKQ
      * SCREEN; THIS PERIODIC STEP SWEEPS THE MASTER ONCE AND PRINTS,
      * THROUGH RPTWRITE:
      *
      *   - THE OPEN ITEMS (STATUS O OR C) BY OWNING UNIT, SPREAD
      *     ACROSS AGE BANDS IN CALENDAR DAYS SINCE THE ITEM WAS
      *     CREATED, WITH HOW MANY ARE CLAIMED AND THE OLDEST AGE;
      *   - THE ITEMS CLOSED IN THE WEEK ENDING ON THE BUSINESS DATE
      *     (THE SEVEN DAYS AFTER THE DATE A WEEK EARLIER, THROUGH THE
      *     BUSINESS DATE ITSELF) PER CLERK, BY OUTCOME CODE, WITH THE
      *     AVERAGE DAYS EACH HAD BEEN OPEN - MOST CLOSED FIRST.
      *
      * THE WRKAWEEK ENVIRONMENT VARIABLE (YYYYMMDD) NAMES ANOTHER
      * WEEK-ENDING DATE FOR A CATCH-UP RUN; THE AGE BANDS ARE THEN
      * ALSO JUDGED AS OF THAT DATE. UNDER THE SHARED BTCHTEST SWITCH
      * THE TEST-SCOPED WRKITEMT IS READ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT WORK-ITEM-FILE  ASSIGN TO WS-WRKITEM-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS WI-KEY
                                  FILE STATUS IS WI-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  WORK-ITEM-FILE.

           COPY WRKITEM.

       WORKING-STORAGE SECTION.

       01  WI-FILE-STATUS          PIC X(02).

       01  WS-WRKITEM-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-OPEN-TOTAL           PIC 9(09)  VALUE ZERO.
           05  WS-CLAIMED-TOTAL        PIC 9(09)  VALUE ZERO.
           05  WS-CLOSED-WEEK          PIC 9(09)  VALUE ZERO.
           05  WS-BAD-DATES            PIC 9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-WEEK-OVERRIDE        PIC X(08)  VALUE SPACE.

      *    THE WEEK - AFTER WS-WEEK-START-DATE, THROUGH THE BUSINESS
      *    DATE - AS DAY NUMBERS AND AS DATES.

       01  WS-AS-OF-DATE           PIC 9(08)  VALUE ZERO.
       01  WS-AS-OF-DAY            PIC 9(07)  VALUE ZERO.
       01  WS-WEEK-START-DAY       PIC 9(07)  VALUE ZERO.
       01  WS-WEEK-START-DATE      PIC 9(08)  VALUE ZERO.

       01  WS-ITEM-DATE            PIC 9(08)  VALUE ZERO.
       01  WS-ITEM-DAY             PIC 9(07)  VALUE ZERO.
       01  WS-CLOSE-DATE           PIC 9(08)  VALUE ZERO.
       01  WS-CLOSE-DAY            PIC 9(07)  VALUE ZERO.
       01  WS-AGE-DAYS             PIC 9(05)  VALUE ZERO.

      *    AGE BANDS, IN CALENDAR DAYS SINCE CREATED.

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY       OCCURS 5 TIMES.
               10  WS-BAND-HIGH        PIC 9(05).
               10  WS-BAND-TOTAL       PIC 9(07).
       01  WS-BAND-IDX             PIC 9(01)  VALUE ZERO.
       01  WS-ROW-BAND             PIC 9(01)  VALUE ZERO.

      *    OPEN ITEMS PER OWNING UNIT.

       01  WS-UNIT-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY       OCCURS 100 TIMES.
               10  WS-UN-UNIT          PIC X(12).
               10  WS-UN-OPEN          PIC 9(07).
               10  WS-UN-CLAIMED       PIC 9(07).
               10  WS-UN-OLDEST        PIC 9(05).
               10  WS-UN-BAND          PIC 9(07)  OCCURS 5 TIMES.

       01  WS-UNIT-SWAP            PIC X(66)  VALUE SPACE.

      *    ITEMS CLOSED IN THE WEEK PER CLERK. THE OUTCOME SLOTS ARE
      *    RS, CR, RF, NA, DU IN THAT ORDER.

       01  WS-CLERK-COUNT          PIC 9(03)  VALUE ZERO.
       01  WS-CLERK-TABLE.
           05  WS-CLERK-ENTRY      OCCURS 200 TIMES.
               10  WS-CL-USER          PIC X(08).
               10  WS-CL-UNIT          PIC X(12).
               10  WS-CL-CLOSED        PIC 9(07).
               10  WS-CL-AGE-SUM       PIC 9(09).
               10  WS-CL-OUTCOME       PIC 9(07)  OCCURS 5 TIMES.

       01  WS-CLERK-SWAP           PIC X(71)  VALUE SPACE.

       01  WS-OUTCOME-SLOT         PIC 9(01)  VALUE ZERO.

       01  WS-WORK-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-SCAN-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-BEST-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(03)  VALUE ZERO.

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

       01  WS-WEEK-LINE.
           05  FILLER              PIC X(20)  VALUE
               'WEEK ENDING        '.
           05  WS-WKL-END          PIC X(08).
           05  FILLER              PIC X(17)  VALUE
               '  (CLOSED AFTER '.
           05  WS-WKL-START        PIC 9(08).
           05  FILLER              PIC X(01)  VALUE ')'.
           05  FILLER              PIC X(78)  VALUE SPACE.

       01  WS-SECTION-LINE         PIC X(132) VALUE SPACE.

       01  WS-AGING-HEADING.
           05  FILLER              PIC X(14)  VALUE 'UNIT'.
           05  FILLER              PIC X(10)  VALUE '      OPEN'.
           05  FILLER              PIC X(10)  VALUE '   CLAIMED'.
           05  FILLER              PIC X(10)  VALUE '  0-2 DAYS'.
           05  FILLER              PIC X(10)  VALUE '  3-7 DAYS'.
           05  FILLER              PIC X(10)  VALUE '   8-14 DY'.
           05  FILLER              PIC X(10)  VALUE '  15-30 DY'.
           05  FILLER              PIC X(10)  VALUE '   OVER 30'.
           05  FILLER              PIC X(10)  VALUE '    OLDEST'.
           05  FILLER              PIC X(38)  VALUE SPACE.

       01  WS-AGING-LINE.
           05  WS-AGL-UNIT         PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AGL-OPEN         PIC ZZZ,ZZZ,ZZ9.
           05  WS-AGL-CLAIMED      PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-AGL-BAND-1       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AGL-BAND-2       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AGL-BAND-3       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AGL-BAND-4       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AGL-BAND-5       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-AGL-OLDEST       PIC ZZ,ZZ9.
           05  FILLER              PIC X(38)  VALUE SPACE.

       01  WS-CLERK-HEADING.
           05  FILLER              PIC X(10)  VALUE 'CLERK'.
           05  FILLER              PIC X(14)  VALUE 'UNIT'.
           05  FILLER              PIC X(10)  VALUE '    CLOSED'.
           05  FILLER              PIC X(08)  VALUE '      RS'.
           05  FILLER              PIC X(08)  VALUE '      CR'.
           05  FILLER              PIC X(08)  VALUE '      RF'.
           05  FILLER              PIC X(08)  VALUE '      NA'.
           05  FILLER              PIC X(08)  VALUE '      DU'.
           05  FILLER              PIC X(14)  VALUE '  AVG DAYS OPN'.
           05  FILLER              PIC X(44)  VALUE SPACE.

       01  WS-CLERK-LINE.
           05  WS-CLL-USER         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CLL-UNIT         PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CLL-CLOSED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-CLL-RS           PIC ZZZZZZZ9.
           05  WS-CLL-CR           PIC ZZZZZZZ9.
           05  WS-CLL-RF           PIC ZZZZZZZ9.
           05  WS-CLL-NA           PIC ZZZZZZZ9.
           05  WS-CLL-DU           PIC ZZZZZZZ9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-CLL-AVG-AGE      PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(45)  VALUE SPACE.

       01  WS-AVG-AGE              PIC 9(05)V9 VALUE ZERO.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(14)  VALUE 'OPEN ITEMS   '.
           05  WS-TOT-OPEN         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(12)  VALUE '   CLAIMED  '.
           05  WS-TOT-CLAIMED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(20)  VALUE
               '   CLOSED THIS WEEK '.
           05  WS-TOT-CLOSED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(53)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-SWEEP-MASTER
              THRU 2000-EXIT.

           PERFORM 3000-WRITE-REPORT
              THRU 3000-EXIT.

           DISPLAY 'WRKAGE,WEEK ENDING,' WS-AS-OF-DATE.
           DISPLAY 'WRKAGE,MASTER RECORDS READ,' WS-MASTER-READ.
           DISPLAY 'WRKAGE,OPEN ITEMS,' WS-OPEN-TOTAL.
           DISPLAY 'WRKAGE,CLOSED THIS WEEK,' WS-CLOSED-WEEK.
           DISPLAY 'WRKAGE,BAD DATES SKIPPED,' WS-BAD-DATES.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    BUSINESS DATE (OR THE CATCH-UP OVERRIDE), THE WEEK'S
      *    BOUNDS, MASTER DSN AND AGE BANDS.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE      TO WS-AS-OF-DATE.

           ACCEPT WS-WEEK-OVERRIDE FROM ENVIRONMENT 'WRKAWEEK'.

           IF  WS-WEEK-OVERRIDE NUMERIC
           AND WS-WEEK-OVERRIDE (5:2) >= '01'
           AND WS-WEEK-OVERRIDE (5:2) <= '12'
               MOVE WS-WEEK-OVERRIDE  TO WS-AS-OF-DATE
               DISPLAY 'WRKAGE,WRKAWEEK OVERRIDE,' WS-AS-OF-DATE
           END-IF.

           COMPUTE WS-AS-OF-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
           COMPUTE WS-WEEK-START-DAY = WS-AS-OF-DAY - 7.
           COMPUTE WS-WEEK-START-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WEEK-START-DAY).

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'WRKITEMT'          TO  WS-WRKITEM-DSN
           ELSE
               MOVE  'WRKITEM '          TO  WS-WRKITEM-DSN
           END-IF.

           MOVE 2                     TO WS-BAND-HIGH (1).
           MOVE 7                     TO WS-BAND-HIGH (2).
           MOVE 14                    TO WS-BAND-HIGH (3).
           MOVE 30                    TO WS-BAND-HIGH (4).
           MOVE 99999                 TO WS-BAND-HIGH (5).
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 5
               MOVE ZERO              TO WS-BAND-TOTAL (WS-BAND-IDX)
           END-PERFORM.

       1000-EXIT.
           EXIT.

      *    ONE PASS OF THE MASTER IN KEY ORDER.

       2000-SWEEP-MASTER.

           OPEN INPUT WORK-ITEM-FILE.

           IF WI-FILE-STATUS NOT = '00'
              DISPLAY 'WRKAGE,UNABLE TO OPEN WRKITEM,'
                      WI-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO WI-KEY.
           START WORK-ITEM-FILE KEY NOT < WI-KEY
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ WORK-ITEM-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF NOT FILE-AT-END
                  ADD 1 TO WS-MASTER-READ
                  EVALUATE TRUE
                    WHEN WI-STILL-OPEN
                      PERFORM 2100-AGE-ONE-OPEN
                         THRU 2100-EXIT
                    WHEN WI-CLOSED
                      PERFORM 2200-COUNT-ONE-CLOSED
                         THRU 2200-EXIT
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE WORK-ITEM-FILE.

       2000-EXIT.
           EXIT.

      *    ONE OPEN OR CLAIMED ITEM - ITS AGE AS OF THE WEEK'S END
      *    GOES INTO ITS UNIT'S BAND. AN ITEM CREATED AFTER A CATCH-UP
      *    WEEK'S END WAS NOT YET OPEN THEN AND IS LEFT OUT.

       2100-AGE-ONE-OPEN.

           IF WI-CREATED NOT NUMERIC
              ADD 1                   TO WS-BAD-DATES
              GO TO 2100-EXIT
           END-IF.

           MOVE WI-CREATED            TO WS-ITEM-DATE.
           IF WS-ITEM-DATE > WS-AS-OF-DATE
              GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-ITEM-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE).
           COMPUTE WS-AGE-DAYS = WS-AS-OF-DAY - WS-ITEM-DAY.

           MOVE 5                     TO WS-ROW-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 5 BY -1
                     UNTIL WS-BAND-IDX < 1
               IF WS-AGE-DAYS <= WS-BAND-HIGH (WS-BAND-IDX)
                  MOVE WS-BAND-IDX    TO WS-ROW-BAND
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-UNIT-COUNT
               IF WS-UN-UNIT (WS-WORK-IDX) = WI-UNIT
                  MOVE WS-WORK-IDX    TO WS-FOUND-IDX
                  MOVE WS-UNIT-COUNT  TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-UNIT-COUNT < 100
                 ADD 1                TO WS-UNIT-COUNT
                 MOVE WS-UNIT-COUNT   TO WS-FOUND-IDX
                 MOVE WI-UNIT         TO WS-UN-UNIT (WS-FOUND-IDX)
                 MOVE ZERO            TO WS-UN-OPEN (WS-FOUND-IDX)
                                         WS-UN-CLAIMED (WS-FOUND-IDX)
                                         WS-UN-OLDEST (WS-FOUND-IDX)
                 PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > 5
                     MOVE ZERO TO WS-UN-BAND (WS-FOUND-IDX,
                                              WS-BAND-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'WRKAGE,UNIT TABLE FULL,ITEM NOT AGED,'
                         WI-UNIT
                 GO TO 2100-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-UN-OPEN (WS-FOUND-IDX)
                    WS-UN-BAND (WS-FOUND-IDX, WS-ROW-BAND)
                    WS-BAND-TOTAL (WS-ROW-BAND)
                    WS-OPEN-TOTAL.
           IF WI-CLAIMED
              ADD 1 TO WS-UN-CLAIMED (WS-FOUND-IDX)
                       WS-CLAIMED-TOTAL
           END-IF.
           IF WS-AGE-DAYS > WS-UN-OLDEST (WS-FOUND-IDX)
              MOVE WS-AGE-DAYS        TO WS-UN-OLDEST (WS-FOUND-IDX)
           END-IF.

       2100-EXIT.
           EXIT.

      *    ONE CLOSED ITEM - COUNTED TO ITS CLERK WHEN IT WAS CLOSED
      *    IN THE WEEK.

       2200-COUNT-ONE-CLOSED.

           IF WI-CLOSE-STAMP (1:8) NOT NUMERIC
           OR WI-CREATED NOT NUMERIC
              ADD 1                   TO WS-BAD-DATES
              GO TO 2200-EXIT
           END-IF.

           MOVE WI-CLOSE-STAMP (1:8)  TO WS-CLOSE-DATE.
           IF WS-CLOSE-DATE NOT > WS-WEEK-START-DATE
           OR WS-CLOSE-DATE > WS-AS-OF-DATE
              GO TO 2200-EXIT
           END-IF.

           MOVE WI-CREATED            TO WS-ITEM-DATE.
           COMPUTE WS-ITEM-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE).
           COMPUTE WS-CLOSE-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE).
           MOVE ZERO                  TO WS-AGE-DAYS.
           IF WS-CLOSE-DAY > WS-ITEM-DAY
              COMPUTE WS-AGE-DAYS = WS-CLOSE-DAY - WS-ITEM-DAY
           END-IF.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-CLERK-COUNT
               IF  WS-CL-USER (WS-WORK-IDX) = WI-CLOSE-USER
               AND WS-CL-UNIT (WS-WORK-IDX) = WI-UNIT
                   MOVE WS-WORK-IDX   TO WS-FOUND-IDX
                   MOVE WS-CLERK-COUNT
                                      TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-CLERK-COUNT < 200
                 ADD 1                TO WS-CLERK-COUNT
                 MOVE WS-CLERK-COUNT  TO WS-FOUND-IDX
                 MOVE WI-CLOSE-USER   TO WS-CL-USER (WS-FOUND-IDX)
                 MOVE WI-UNIT         TO WS-CL-UNIT (WS-FOUND-IDX)
                 MOVE ZERO            TO WS-CL-CLOSED (WS-FOUND-IDX)
                                         WS-CL-AGE-SUM (WS-FOUND-IDX)
                 PERFORM VARYING WS-OUTCOME-SLOT FROM 1 BY 1
                           UNTIL WS-OUTCOME-SLOT > 5
                     MOVE ZERO TO WS-CL-OUTCOME (WS-FOUND-IDX,
                                                 WS-OUTCOME-SLOT)
                 END-PERFORM
              ELSE
                 DISPLAY 'WRKAGE,CLERK TABLE FULL,ITEM NOT COUNTED,'
                         WI-CLOSE-USER
                 GO TO 2200-EXIT
              END-IF
           END-IF.

           EVALUATE WI-OUTCOME
             WHEN 'RS' MOVE 1         TO WS-OUTCOME-SLOT
             WHEN 'CR' MOVE 2         TO WS-OUTCOME-SLOT
             WHEN 'RF' MOVE 3         TO WS-OUTCOME-SLOT
             WHEN 'NA' MOVE 4         TO WS-OUTCOME-SLOT
             WHEN OTHER MOVE 5        TO WS-OUTCOME-SLOT
           END-EVALUATE.

           ADD 1 TO WS-CL-CLOSED (WS-FOUND-IDX)
                    WS-CL-OUTCOME (WS-FOUND-IDX, WS-OUTCOME-SLOT)
                    WS-CLOSED-WEEK.
           ADD WS-AGE-DAYS TO WS-CL-AGE-SUM (WS-FOUND-IDX).

       2200-EXIT.
           EXIT.

      *    THE REPORT - UNITS IN UNIT ORDER, THEN CLERKS MOST CLOSED
      *    FIRST (THE SAME SELECTION SWEEP THE WORKLIST JOBS USE).

       3000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'WRKAGE - WORK-ITEM AGING AND PRODUCTIVITY'
                                      TO RW-TITLE.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-AS-OF-DATE         TO WS-WKL-END.
           MOVE WS-WEEK-START-DATE    TO WS-WKL-START.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-WEEK-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE 'OPEN ITEMS BY UNIT AND AGE (CALENDAR DAYS SINCE CREATE
      -         'D)'                  TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE       TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE WS-AGING-HEADING      TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-UNIT-COUNT
               MOVE WS-WORK-IDX       TO WS-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM WS-WORK-IDX BY 1
                         UNTIL WS-SCAN-IDX > WS-UNIT-COUNT
                   IF WS-UN-UNIT (WS-SCAN-IDX) <
                      WS-UN-UNIT (WS-BEST-IDX)
                      MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX NOT = WS-WORK-IDX
                  MOVE WS-UNIT-ENTRY (WS-WORK-IDX)
                    TO WS-UNIT-SWAP
                  MOVE WS-UNIT-ENTRY (WS-BEST-IDX)
                    TO WS-UNIT-ENTRY (WS-WORK-IDX)
                  MOVE WS-UNIT-SWAP
                    TO WS-UNIT-ENTRY (WS-BEST-IDX)
               END-IF
               PERFORM 3100-WRITE-ONE-UNIT
                  THRU 3100-EXIT
           END-PERFORM.

           MOVE 'ALL UNITS'           TO WS-AGL-UNIT.
           MOVE WS-OPEN-TOTAL         TO WS-AGL-OPEN.
           MOVE WS-CLAIMED-TOTAL      TO WS-AGL-CLAIMED.
           MOVE WS-BAND-TOTAL (1)     TO WS-AGL-BAND-1.
           MOVE WS-BAND-TOTAL (2)     TO WS-AGL-BAND-2.
           MOVE WS-BAND-TOTAL (3)     TO WS-AGL-BAND-3.
           MOVE WS-BAND-TOTAL (4)     TO WS-AGL-BAND-4.
           MOVE WS-BAND-TOTAL (5)     TO WS-AGL-BAND-5.
           MOVE ZERO                  TO WS-AGE-DAYS.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-UNIT-COUNT
               IF WS-UN-OLDEST (WS-WORK-IDX) > WS-AGE-DAYS
                  MOVE WS-UN-OLDEST (WS-WORK-IDX)
                                      TO WS-AGE-DAYS
               END-IF
           END-PERFORM.
           MOVE WS-AGE-DAYS           TO WS-AGL-OLDEST.
           MOVE WS-AGING-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE 'ITEMS CLOSED THIS WEEK BY CLERK'
                                      TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE       TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE WS-CLERK-HEADING      TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-CLERK-COUNT
               MOVE WS-WORK-IDX       TO WS-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM WS-WORK-IDX BY 1
                         UNTIL WS-SCAN-IDX > WS-CLERK-COUNT
                   IF WS-CL-CLOSED (WS-SCAN-IDX) >
                      WS-CL-CLOSED (WS-BEST-IDX)
                      MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX NOT = WS-WORK-IDX
                  MOVE WS-CLERK-ENTRY (WS-WORK-IDX)
                    TO WS-CLERK-SWAP
                  MOVE WS-CLERK-ENTRY (WS-BEST-IDX)
                    TO WS-CLERK-ENTRY (WS-WORK-IDX)
                  MOVE WS-CLERK-SWAP
                    TO WS-CLERK-ENTRY (WS-BEST-IDX)
               END-IF
               PERFORM 3200-WRITE-ONE-CLERK
                  THRU 3200-EXIT
           END-PERFORM.

           MOVE WS-OPEN-TOTAL         TO WS-TOT-OPEN.
           MOVE WS-CLAIMED-TOTAL      TO WS-TOT-CLAIMED.
           MOVE WS-CLOSED-WEEK        TO WS-TOT-CLOSED.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-UNIT.

           MOVE WS-UN-UNIT (WS-WORK-IDX)     TO WS-AGL-UNIT.
           MOVE WS-UN-OPEN (WS-WORK-IDX)     TO WS-AGL-OPEN.
           MOVE WS-UN-CLAIMED (WS-WORK-IDX)  TO WS-AGL-CLAIMED.
           MOVE WS-UN-BAND (WS-WORK-IDX, 1)  TO WS-AGL-BAND-1.
           MOVE WS-UN-BAND (WS-WORK-IDX, 2)  TO WS-AGL-BAND-2.
           MOVE WS-UN-BAND (WS-WORK-IDX, 3)  TO WS-AGL-BAND-3.
           MOVE WS-UN-BAND (WS-WORK-IDX, 4)  TO WS-AGL-BAND-4.
           MOVE WS-UN-BAND (WS-WORK-IDX, 5)  TO WS-AGL-BAND-5.
           MOVE WS-UN-OLDEST (WS-WORK-IDX)   TO WS-AGL-OLDEST.
           MOVE 'D'                          TO RW-FUNCTION.
           MOVE WS-AGING-LINE                TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-CLERK.

           MOVE WS-CL-USER (WS-WORK-IDX)     TO WS-CLL-USER.
           MOVE WS-CL-UNIT (WS-WORK-IDX)     TO WS-CLL-UNIT.
           MOVE WS-CL-CLOSED (WS-WORK-IDX)   TO WS-CLL-CLOSED.
           MOVE WS-CL-OUTCOME (WS-WORK-IDX, 1) TO WS-CLL-RS.
           MOVE WS-CL-OUTCOME (WS-WORK-IDX, 2) TO WS-CLL-CR.
           MOVE WS-CL-OUTCOME (WS-WORK-IDX, 3) TO WS-CLL-RF.
           MOVE WS-CL-OUTCOME (WS-WORK-IDX, 4) TO WS-CLL-NA.
           MOVE WS-CL-OUTCOME (WS-WORK-IDX, 5) TO WS-CLL-DU.
           COMPUTE WS-AVG-AGE ROUNDED =
                   WS-CL-AGE-SUM (WS-WORK-IDX)
                 / WS-CL-CLOSED (WS-WORK-IDX).
           MOVE WS-AVG-AGE                   TO WS-CLL-AVG-AGE.
           MOVE 'D'                          TO RW-FUNCTION.
           MOVE WS-CLERK-LINE                TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3200-EXIT.
           EXIT.
