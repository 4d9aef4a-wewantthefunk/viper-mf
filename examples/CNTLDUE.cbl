       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTLDUE.
       AUTHOR. CHRISTIAN STRAMA.

      * DAILY DUE-FOLLOW-UPS LIST. A CLERK WHO LOGS A CONTACT ON THE
      * CNTL SCREEN (CNTLENT) MAY PROMISE A CALL-BACK OR LETTER BY A
      * FOLLOW-UP DATE; THE CONTACT STAYS OPEN (CL-FOLLOWUP-OPEN)
      * UNTIL SOMEONE MARKS IT DONE ON THE SAME SCREEN. THIS DAILY
      * STEP SWEEPS THE CONTLOG MASTER ONCE, SORTS EVERY OPEN
      * FOLLOW-UP DUE ON OR BEFORE THE BUSINESS DATE BY THE CLERK WHO
      * LOGGED IT, THE FOLLOW-UP DATE AND THE HIC, AND PRINTS THEM
      * THROUGH RPTWRITE - ONE GROUP PER CLERK WITH A COUNT LINE, EACH
      * ROW SHOWING HOW MANY DAYS OVERDUE IT IS. THE HIC IS PRINTED
      * THROUGH MASKHIC SO THE LIST CAN CIRCULATE TO THE FLOOR.
      *
      * A FOLLOW-UP DATE THAT IS NOT A DATE IS COUNTED AND SKIPPED.
      * UNDER THE SHARED BTCHTEST SWITCH THE TEST-SCOPED CONTLOGT IS
      * READ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTACT-LOG-FILE
                                  ASSIGN TO WS-CONTLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS CL-KEY
                                  FILE STATUS IS CL-FILE-STATUS.

           SELECT SORT-WORK-1     ASSIGN NODDNAME.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTACT-LOG-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY CNTLREC.

       SD  SORT-WORK-1
           RECORD 100.

       01  SORT-RECORD-1.
           05  SORT-CLERK-ID       PIC X(08).
           05  SORT-FOLLOWUP-DATE  PIC X(08).
           05  SORT-RRB-HIC        PIC X(12).
           05  SORT-CONTACT-DATE   PIC X(08).
           05  SORT-SUBJECT        PIC X(02).
           05  SORT-CALLER-TYPE    PIC X(01).
           05  SORT-CHANNEL        PIC X(01).
           05  SORT-NOTE           PIC X(60).

       WORKING-STORAGE SECTION.

       01  CL-FILE-STATUS          PIC X(02).

       01  WS-CONTLOG-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-SORT-EOF             PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-DUE-TOTAL            PIC 9(09)  VALUE ZERO.
           05  WS-NOT-YET-DUE          PIC 9(09)  VALUE ZERO.
           05  WS-BAD-DATES            PIC 9(09)  VALUE ZERO.
           05  WS-CLERK-DUE            PIC 9(07)  VALUE ZERO.
           05  WS-CLERKS-LISTED        PIC 9(05)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-BUSINESS-DAY         PIC 9(07)  VALUE ZERO.
       01  WS-FOLLOWUP-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-FOLLOWUP-DAY         PIC 9(07)  VALUE ZERO.
       01  WS-OVERDUE-DAYS         PIC 9(05)  VALUE ZERO.

       01  WS-CURRENT-CLERK        PIC X(08)  VALUE LOW-VALUES.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RPTWRITE-PARAMETERS.
           05  RW-FUNCTION             PIC X(01).
           05  RW-TITLE                PIC X(60).
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

       01  WS-DATE-LINE.
           05  FILLER              PIC X(28)  VALUE
               'FOLLOW-UPS DUE ON OR BEFORE '.
           05  WS-DTL-DATE         PIC 9(08).
           05  FILLER              PIC X(96)  VALUE SPACE.

       01  WS-CLERK-BREAK-LINE.
           05  FILLER              PIC X(07)  VALUE 'CLERK  '.
           05  WS-CBL-CLERK        PIC X(08).
           05  FILLER              PIC X(117) VALUE SPACE.

       01  WS-DUE-HEADING.
           05  FILLER              PIC X(14)  VALUE 'RRB HIC'.
           05  FILLER              PIC X(10)  VALUE 'CONTACTED'.
           05  FILLER              PIC X(10)  VALUE 'FOLLOW-UP'.
           05  FILLER              PIC X(08)  VALUE ' OVERDUE'.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  FILLER              PIC X(04)  VALUE 'SUB'.
           05  FILLER              PIC X(02)  VALUE 'C'.
           05  FILLER              PIC X(03)  VALUE 'CH'.
           05  FILLER              PIC X(60)  VALUE 'NOTE'.
           05  FILLER              PIC X(19)  VALUE SPACE.

       01  WS-DUE-LINE.
           05  WS-DUL-HIC          PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DUL-CONTACTED    PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DUL-FOLLOWUP     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DUL-OVERDUE      PIC ZZ,ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-DUL-SUBJECT      PIC X(02).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DUL-CALLER       PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DUL-CHANNEL      PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DUL-NOTE         PIC X(60).
           05  FILLER              PIC X(19)  VALUE SPACE.

       01  WS-CLERK-TOTAL-LINE.
           05  FILLER              PIC X(14)  VALUE SPACE.
           05  FILLER              PIC X(18)  VALUE
               'DUE FOR CLERK     '.
           05  WS-CTL-CLERK        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-CTL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(83)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(20)  VALUE
               'FOLLOW-UPS DUE      '.
           05  WS-TOT-DUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(10)  VALUE '   CLERKS '.
           05  WS-TOT-CLERKS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(85)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           SORT SORT-WORK-1 ASCENDING SORT-CLERK-ID
                                      SORT-FOLLOWUP-DATE
                                      SORT-RRB-HIC
              INPUT PROCEDURE IS 2000-RELEASE-DUE
                           THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                           THRU 3000-EXIT.

           DISPLAY 'CNTLDUE,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'CNTLDUE,CONTACTS READ,' WS-MASTER-READ.
           DISPLAY 'CNTLDUE,FOLLOW-UPS DUE,' WS-DUE-TOTAL.
           DISPLAY 'CNTLDUE,FOLLOW-UPS NOT YET DUE,' WS-NOT-YET-DUE.
           DISPLAY 'CNTLDUE,BAD DATES SKIPPED,' WS-BAD-DATES.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS DAILY STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'CONTLOGT'          TO  WS-CONTLOG-DSN
           ELSE
               MOVE  'CONTLOG '          TO  WS-CONTLOG-DSN
           END-IF.

       1000-EXIT.
           EXIT.

      *    ONE PASS OF THE CONTACT LOG IN KEY ORDER - EVERY OPEN
      *    FOLLOW-UP DUE BY THE BUSINESS DATE GOES TO THE SORT.

       2000-RELEASE-DUE.

           OPEN INPUT CONTACT-LOG-FILE.

           IF CL-FILE-STATUS NOT = '00'
              DISPLAY 'CNTLDUE,UNABLE TO OPEN CONTLOG,'
                      CL-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO CL-KEY.
           START CONTACT-LOG-FILE KEY NOT < CL-KEY
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ CONTACT-LOG-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF NOT FILE-AT-END
                  ADD 1 TO WS-MASTER-READ
                  IF CL-FOLLOWUP-OPEN
                     PERFORM 2100-RELEASE-ONE
                        THRU 2100-EXIT
                  END-IF
               END-IF
           END-PERFORM.

           CLOSE CONTACT-LOG-FILE.

       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE.

           IF CL-FOLLOWUP-DATE NOT NUMERIC
              ADD 1                   TO WS-BAD-DATES
              GO TO 2100-EXIT
           END-IF.

           MOVE CL-FOLLOWUP-DATE      TO WS-FOLLOWUP-DATE.
           IF WS-FOLLOWUP-DATE > WS-BUSINESS-DATE
              ADD 1                   TO WS-NOT-YET-DUE
              GO TO 2100-EXIT
           END-IF.

           MOVE CL-CLERK-ID           TO SORT-CLERK-ID.
           MOVE CL-FOLLOWUP-DATE      TO SORT-FOLLOWUP-DATE.
           MOVE CL-RRB-HIC            TO SORT-RRB-HIC.
           MOVE CL-CONTACT-STAMP (1:8)
                                      TO SORT-CONTACT-DATE.
           MOVE CL-SUBJECT            TO SORT-SUBJECT.
           MOVE CL-CALLER-TYPE        TO SORT-CALLER-TYPE.
           MOVE CL-CHANNEL            TO SORT-CHANNEL.
           MOVE CL-NOTE               TO SORT-NOTE.
           RELEASE SORT-RECORD-1.
           ADD 1                      TO WS-DUE-TOTAL.

       2100-EXIT.
           EXIT.

      *    THE LIST - ONE GROUP PER CLERK, OLDEST FOLLOW-UP FIRST.

       3000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'CNTLDUE - CONTACT FOLLOW-UPS DUE BY CLERK'
                                      TO RW-TITLE.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE WS-BUSINESS-DATE      TO WS-DTL-DATE.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DATE-LINE          TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           MOVE 'N'                   TO WS-SORT-EOF.
           PERFORM 3100-RETURN-SORTED
              THRU 3100-EXIT.

           PERFORM UNTIL END-OF-SORTED
               IF SORT-CLERK-ID NOT = WS-CURRENT-CLERK
                  PERFORM 3200-CLERK-BREAK
                     THRU 3200-EXIT
               END-IF
               PERFORM 3300-WRITE-ONE-DUE
                  THRU 3300-EXIT
               PERFORM 3100-RETURN-SORTED
                  THRU 3100-EXIT
           END-PERFORM.

           IF WS-CLERKS-LISTED > ZERO
              PERFORM 3400-CLERK-TOTAL
                 THRU 3400-EXIT
           ELSE
              MOVE 'D'                TO RW-FUNCTION
              MOVE SPACE              TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
              MOVE 'NO FOLLOW-UPS DUE'
                                      TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-IF.

           MOVE WS-DUE-TOTAL          TO WS-TOT-DUE.
           MOVE WS-CLERKS-LISTED      TO WS-TOT-CLERKS.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED.

           RETURN SORT-WORK-1
              AT END
                MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       3100-EXIT.
           EXIT.

      *    A NEW CLERK - CLOSE OFF THE PREVIOUS CLERK'S COUNT, THEN
      *    THE NEW CLERK'S NAME AND THE COLUMN HEADING.

       3200-CLERK-BREAK.

           IF WS-CLERKS-LISTED > ZERO
              PERFORM 3400-CLERK-TOTAL
                 THRU 3400-EXIT
           END-IF.

           MOVE SORT-CLERK-ID         TO WS-CURRENT-CLERK.
           MOVE ZERO                  TO WS-CLERK-DUE.
           ADD 1                      TO WS-CLERKS-LISTED.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SORT-CLERK-ID         TO WS-CBL-CLERK.
           MOVE WS-CLERK-BREAK-LINE   TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE WS-DUE-HEADING        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-DUE.

           MOVE SORT-FOLLOWUP-DATE    TO WS-FOLLOWUP-DATE.
           COMPUTE WS-FOLLOWUP-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-FOLLOWUP-DATE).
           COMPUTE WS-OVERDUE-DAYS =
                   WS-BUSINESS-DAY - WS-FOLLOWUP-DAY.

           MOVE SORT-RRB-HIC          TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-DUL-HIC.
           MOVE SORT-CONTACT-DATE     TO WS-DUL-CONTACTED.
           MOVE SORT-FOLLOWUP-DATE    TO WS-DUL-FOLLOWUP.
           MOVE WS-OVERDUE-DAYS       TO WS-DUL-OVERDUE.
           MOVE SORT-SUBJECT          TO WS-DUL-SUBJECT.
           MOVE SORT-CALLER-TYPE      TO WS-DUL-CALLER.
           MOVE SORT-CHANNEL          TO WS-DUL-CHANNEL.
           MOVE SORT-NOTE             TO WS-DUL-NOTE.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DUE-LINE           TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           ADD 1                      TO WS-CLERK-DUE.

       3300-EXIT.
           EXIT.

       3400-CLERK-TOTAL.

           MOVE WS-CURRENT-CLERK      TO WS-CTL-CLERK.
           MOVE WS-CLERK-DUE          TO WS-CTL-COUNT.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-CLERK-TOTAL-LINE   TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3400-EXIT.
           EXIT.
