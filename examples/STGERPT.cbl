       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGERPT.
       AUTHOR. CHRISTIAN STRAMA.

      * WEEKLY STAGED-ENTITLEMENT POPULATION REPORT. RRBXMIT HOLDS AN
      * ACCEPTED CONVERSION WHOSE ENTITLEMENT DATE IS FURTHER OFF
      * THAN THE SITE'S STGENTDAYS WINDOW ON THE STAGENT MASTER
      * (COPYBOOK STGEREC) UNTIL ITS RELEASE DATE, SO SSA IS NOT SENT
      * A PREMATURE ENTITLEMENT. THIS STEP SWEEPS STAGENT ONCE, SORTS
      * IT BY RELEASE MONTH AND BIC, AND PRINTS THROUGH RPTWRITE ONE
      * LINE PER BIC WITHIN EACH MONTH - HOW MANY BENEFICIARIES, THE
      * EARLIEST AND LATEST RELEASE DATE AND THE OLDEST STAGED DATE -
      * WITH A COUNT LINE PER MONTH AND THE GRAND TOTAL, SO THE UNIT
      * CAN SEE WHAT IS COMING AND WHEN. ROWS ALREADY DUE (RELEASE
      * DATE ON OR BEFORE THE BUSINESS DATE) ARE WAITING ON THE NEXT
      * SSA TRANSMISSION DAY AND ARE COUNTED SEPARATELY ON THE TOTAL.
      *
      * NO BENEFICIARY IS NAMED, SO NOTHING NEEDS MASKING. A RELEASE
      * DATE THAT IS NOT A DATE SORTS UNDER ITS OWN FIRST SIX BYTES
      * AND IS COUNTED. UNDER THE SHARED BTCHTEST SWITCH THE TEST-
      * SCOPED STAGENTT IS READ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT STAGED-ENT-FILE ASSIGN TO WS-STAGENT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SE-SSA-HIC
                                  FILE STATUS IS SE-FILE-STATUS.

           SELECT SORT-WORK-1     ASSIGN NODDNAME.

       DATA DIVISION.

       FILE SECTION.

       FD  STAGED-ENT-FILE.

           COPY STGEREC.

       SD  SORT-WORK-1
           RECORD 30.

       01  SORT-RECORD-1.
           05  SORT-RELEASE-MONTH  PIC X(06).
           05  SORT-BIC            PIC X(02).
           05  SORT-RELEASE-DATE   PIC X(08).
           05  SORT-STAGED-DATE    PIC X(08).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.

       01  SE-FILE-STATUS          PIC X(02).

       01  WS-STAGENT-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-SORT-EOF             PIC X(01)  VALUE 'N'.
           88  END-OF-SORTED                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-ALREADY-DUE          PIC 9(09)  VALUE ZERO.
           05  WS-BAD-DATES            PIC 9(09)  VALUE ZERO.
           05  WS-MONTHS-LISTED        PIC 9(05)  VALUE ZERO.
           05  WS-MONTH-COUNT          PIC 9(09)  VALUE ZERO.
           05  WS-BIC-COUNT            PIC 9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.

       01  WS-CURRENT-MONTH        PIC X(06)  VALUE LOW-VALUES.
       01  WS-CURRENT-BIC          PIC X(02)  VALUE LOW-VALUES.
       01  WS-BIC-FIRST-RELEASE    PIC X(08)  VALUE SPACE.
       01  WS-BIC-LAST-RELEASE     PIC X(08)  VALUE SPACE.
       01  WS-BIC-OLDEST-STAGED    PIC X(08)  VALUE SPACE.

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

       01  WS-DATE-LINE.
           05  FILLER              PIC X(31)  VALUE
               'STAGED ENTITLEMENTS AS OF      '.
           05  WS-DTL-DATE         PIC X(08).
           05  FILLER              PIC X(93)  VALUE SPACE.

       01  WS-MONTH-BREAK-LINE.
           05  FILLER              PIC X(15)  VALUE
               'RELEASE MONTH  '.
           05  WS-MBL-MONTH        PIC X(06).
           05  FILLER              PIC X(111) VALUE SPACE.

       01  WS-BIC-HEADING.
           05  FILLER              PIC X(06)  VALUE 'BIC'.
           05  FILLER              PIC X(13)  VALUE '        COUNT'.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  FILLER              PIC X(10)  VALUE 'FIRST REL'.
           05  FILLER              PIC X(10)  VALUE 'LAST REL'.
           05  FILLER              PIC X(14)  VALUE 'OLDEST STAGED'.
           05  FILLER              PIC X(75)  VALUE SPACE.

       01  WS-BIC-LINE.
           05  WS-BCL-BIC          PIC X(02).
           05  FILLER              PIC X(06)  VALUE SPACE.
           05  WS-BCL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-BCL-FIRST        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BCL-LAST         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BCL-OLDEST       PIC X(08).
           05  FILLER              PIC X(81)  VALUE SPACE.

       01  WS-MONTH-TOTAL-LINE.
           05  FILLER              PIC X(18)  VALUE
               'STAGED FOR MONTH  '.
           05  WS-MTL-MONTH        PIC X(06).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-MTL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(95)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(20)  VALUE
               'STAGED TOTAL        '.
           05  WS-TOT-STAGED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(10)  VALUE '   MONTHS '.
           05  WS-TOT-MONTHS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(17)  VALUE
               '   ALREADY DUE   '.
           05  WS-TOT-DUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(57)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           SORT SORT-WORK-1 ASCENDING SORT-RELEASE-MONTH
                                      SORT-BIC
                                      SORT-RELEASE-DATE
              INPUT PROCEDURE IS 2000-RELEASE-STAGED
                           THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                           THRU 3000-EXIT.

           DISPLAY 'STGERPT,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'STGERPT,STAGED ROWS READ,' WS-MASTER-READ.
           DISPLAY 'STGERPT,ALREADY DUE,' WS-ALREADY-DUE.
           DISPLAY 'STGERPT,RELEASE DATES NOT A DATE,' WS-BAD-DATES.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS WEEKLY STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'STAGENTT'          TO  WS-STAGENT-DSN
           ELSE
               MOVE  'STAGENT '          TO  WS-STAGENT-DSN
           END-IF.

       1000-EXIT.
           EXIT.

      *    ONE PASS OF THE STAGED MASTER IN KEY ORDER - EVERY ROW GOES
      *    TO THE SORT UNDER ITS RELEASE MONTH. A SITE THAT HAS NEVER
      *    STAGED HAS NO MASTER YET, AND GETS AN EMPTY REPORT.

       2000-RELEASE-STAGED.

           OPEN INPUT STAGED-ENT-FILE.

           IF SE-FILE-STATUS NOT = '00'
              DISPLAY 'STGERPT,UNABLE TO OPEN STAGENT,'
                      SE-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO SE-SSA-HIC.
           START STAGED-ENT-FILE KEY NOT < SE-SSA-HIC
              INVALID KEY
                 MOVE 'Y'             TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ STAGED-ENT-FILE NEXT
                  AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
               IF NOT FILE-AT-END
                  ADD 1 TO WS-MASTER-READ
                  PERFORM 2100-RELEASE-ONE
                     THRU 2100-EXIT
               END-IF
           END-PERFORM.

           CLOSE STAGED-ENT-FILE.

       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE.

           IF SE-RELEASE-DATE NOT NUMERIC
              ADD 1                   TO WS-BAD-DATES
           ELSE
              IF SE-RELEASE-DATE NOT > WS-BUSINESS-DATE
                 ADD 1                TO WS-ALREADY-DUE
              END-IF
           END-IF.

           MOVE SPACE                 TO SORT-RECORD-1.
           MOVE SE-RELEASE-DATE (1:6) TO SORT-RELEASE-MONTH.
           MOVE SE-BIC                TO SORT-BIC.
           MOVE SE-RELEASE-DATE       TO SORT-RELEASE-DATE.
           MOVE SE-STAGED-DATE        TO SORT-STAGED-DATE.
           RELEASE SORT-RECORD-1.

       2100-EXIT.
           EXIT.

      *    THE REPORT - ONE GROUP PER RELEASE MONTH, ONE LINE PER BIC.

       3000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'STGERPT - STAGED ENTITLEMENTS BY RELEASE MONTH AND BIC'
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
               IF SORT-RELEASE-MONTH NOT = WS-CURRENT-MONTH
                  PERFORM 3200-MONTH-BREAK
                     THRU 3200-EXIT
               END-IF
               IF SORT-BIC NOT = WS-CURRENT-BIC
                  PERFORM 3300-BIC-BREAK
                     THRU 3300-EXIT
               END-IF
               ADD 1                  TO WS-BIC-COUNT
               MOVE SORT-RELEASE-DATE TO WS-BIC-LAST-RELEASE
               IF SORT-STAGED-DATE < WS-BIC-OLDEST-STAGED
                  MOVE SORT-STAGED-DATE
                                      TO WS-BIC-OLDEST-STAGED
               END-IF
               PERFORM 3100-RETURN-SORTED
                  THRU 3100-EXIT
           END-PERFORM.

           IF WS-MONTHS-LISTED > ZERO
              PERFORM 3400-BIC-LINE
                 THRU 3400-EXIT
              PERFORM 3500-MONTH-TOTAL
                 THRU 3500-EXIT
           ELSE
              MOVE 'D'                TO RW-FUNCTION
              MOVE SPACE              TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
              MOVE 'NO ENTITLEMENTS STAGED'
                                      TO RW-PRINT-LINE
              CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
           END-IF.

           MOVE WS-MASTER-READ        TO WS-TOT-STAGED.
           MOVE WS-MONTHS-LISTED      TO WS-TOT-MONTHS.
           MOVE WS-ALREADY-DUE        TO WS-TOT-DUE.
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

      *    A NEW RELEASE MONTH - CLOSE OFF THE PREVIOUS MONTH'S LAST
      *    BIC AND ITS COUNT, THEN THE NEW MONTH AND THE HEADING. THE
      *    BIC IS RESET SO THE FIRST ROW OF THE MONTH OPENS ITS LINE.

       3200-MONTH-BREAK.

           IF WS-MONTHS-LISTED > ZERO
              PERFORM 3400-BIC-LINE
                 THRU 3400-EXIT
              PERFORM 3500-MONTH-TOTAL
                 THRU 3500-EXIT
           END-IF.

           MOVE SORT-RELEASE-MONTH    TO WS-CURRENT-MONTH.
           MOVE LOW-VALUES            TO WS-CURRENT-BIC.
           MOVE ZERO                  TO WS-MONTH-COUNT
                                         WS-BIC-COUNT.
           ADD 1                      TO WS-MONTHS-LISTED.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE SPACE                 TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SORT-RELEASE-MONTH    TO WS-MBL-MONTH.
           MOVE WS-MONTH-BREAK-LINE   TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE WS-BIC-HEADING        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3200-EXIT.
           EXIT.

      *    A NEW BIC WITHIN THE MONTH - PRINT THE PREVIOUS BIC'S LINE
      *    (NONE YET ON THE MONTH'S FIRST ROW) AND START THE NEW ONE.

       3300-BIC-BREAK.

           IF WS-BIC-COUNT > ZERO
              PERFORM 3400-BIC-LINE
                 THRU 3400-EXIT
           END-IF.

           MOVE SORT-BIC              TO WS-CURRENT-BIC.
           MOVE ZERO                  TO WS-BIC-COUNT.
           MOVE SORT-RELEASE-DATE     TO WS-BIC-FIRST-RELEASE.
           MOVE HIGH-VALUES           TO WS-BIC-OLDEST-STAGED.

       3300-EXIT.
           EXIT.

       3400-BIC-LINE.

           MOVE WS-CURRENT-BIC        TO WS-BCL-BIC.
           MOVE WS-BIC-COUNT          TO WS-BCL-COUNT.
           MOVE WS-BIC-FIRST-RELEASE  TO WS-BCL-FIRST.
           MOVE WS-BIC-LAST-RELEASE   TO WS-BCL-LAST.
           MOVE WS-BIC-OLDEST-STAGED  TO WS-BCL-OLDEST.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-BIC-LINE           TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           ADD WS-BIC-COUNT           TO WS-MONTH-COUNT.
           MOVE ZERO                  TO WS-BIC-COUNT.

       3400-EXIT.
           EXIT.

       3500-MONTH-TOTAL.

           MOVE WS-CURRENT-MONTH      TO WS-MTL-MONTH.
           MOVE WS-MONTH-COUNT        TO WS-MTL-COUNT.
           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-MONTH-TOTAL-LINE   TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3500-EXIT.
           EXIT.
