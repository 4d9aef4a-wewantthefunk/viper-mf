       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCLRPT.
       AUTHOR. CHRISTIAN STRAMA.

      * PRIVACY ACT ACCOUNTING OF DISCLOSURES - THE READ SIDE OF THE
      * DSCLLOG MASTER THE DSCLWRT SERVICE KEEPS. EVERY PROCESS THAT
      * DISCLOSES A BENEFICIARY'S RECORD OUTSIDE THE AGENCY (RRBXMIT,
      * EXPXMIT AND RRBRWRK TO SSA, BULKLKUP TO A REQUESTING UNIT,
      * RSRCHPKT TO A PACKET'S RECEIVING UNIT, CDCFEED TO THE
      * WAREHOUSE, REGFDBK TO A SOURCE REGION) RECORDS IT THERE, AND
      * THIS JOB PRINTS WHAT THE PRIVACY OFFICE ASKS FOR. THE MODE IS
      * COLUMN 1 OF THE DSCLCARD CONTROL CARD:
      *
      *   B - ONE BENEFICIARY'S ACCOUNTING. COLUMN 2 IS 'R' PLUS AN
      *       RRB HIC OR 'S' PLUS AN SSA HIC IN COLUMNS 3-14 (AN SSA
      *       HIC IS RESOLVED THROUGH SSAXLOOK, AS RSRCHPKT DOES),
      *       AND COLUMNS 15-22 AND 23-30 ARE THE FROM AND TO DATES
      *       (YYYYMMDD, INCLUSIVE; A BLANK FROM IS THE BEGINNING OF
      *       THE FILE AND A BLANK TO IS TODAY ONWARD). EVERY
      *       DISCLOSURE IN THE RANGE IS LISTED OLDEST FIRST - DATE,
      *       MECHANISM, RECIPIENT, PURPOSE, THE DISCLOSING PROCESS'S
      *       REFERENCE AND THE SSA HIC AS DISCLOSED. A DISCLOSURE
      *       RECORDED WITHOUT AN RRB HIC (THE CALLER COULD NOT KNOW
      *       IT) IS FOUND BY ANY SSA HIC THE BENEFICIARY'S OWN ROWS
      *       OR THE COMPANION CARRY, AND LISTED AFTER THE REST.
      *
      *   A - THE ANNUAL SUMMARY. COLUMNS 2-5 ARE THE YEAR. EVERY
      *       DISCLOSURE DATED IN THAT YEAR IS COUNTED BY RECIPIENT
      *       AND PURPOSE, WITH EACH RECIPIENT'S TOTAL, FOLLOWED BY
      *       THE YEAR'S TOTALS BY PURPOSE AND BY MECHANISM.
      *
      * THE LISTING GOES THROUGH RPTWRITE AND IS AN EYEBALL REPORT,
      * SO EVERY HIC ON IT IS PUT THROUGH MASKHIC. NO CARD, A BAD
      * MODE OR KEY, OR NO DSCLLOG REFUSES THE RUN WITH RETURN CODE
      * 8; NOTHING FOUND FOR THE BENEFICIARY OR THE YEAR ENDS WITH
      * RETURN CODE 4. UNDER THE SHARED BTCHTEST SWITCH THE
      * TEST-SCOPED DSCLLOGT IS READ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTROL-FILE    ASSIGN TO DSCLCARD
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DISCLOSURE-FILE ASSIGN TO WS-DSCLLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS DR-KEY
                                  FILE STATUS IS DR-FILE-STATUS.

           SELECT SORT-WORK-1     ASSIGN NODDNAME.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  CONTROL-REC.
           05  CT-MODE             PIC X(01).
               88  CT-BENEFICIARY             VALUE 'B'.
               88  CT-ANNUAL                  VALUE 'A'.
           05  CT-BENE-REQUEST.
               10  CT-KEY-TYPE     PIC X(01).
                   88  CT-BY-RRB              VALUE 'R'.
                   88  CT-BY-SSA              VALUE 'S'.
               10  CT-KEY          PIC X(12).
               10  CT-FROM-DATE    PIC X(08).
               10  CT-TO-DATE      PIC X(08).
           05  CT-ANNUAL-REQUEST REDEFINES CT-BENE-REQUEST.
               10  CT-YEAR         PIC X(04).
               10  FILLER          PIC X(25).

       FD  DISCLOSURE-FILE.

           COPY DSCLREC.

       SD  SORT-WORK-1
           RECORD 17.

       01  SORT-RECORD-1.
           05  SORT-RECIPIENT      PIC X(12).
           05  SORT-PURPOSE        PIC X(03).
           05  SORT-MECHANISM      PIC X(02).

       WORKING-STORAGE SECTION.

       01  CT-FILE-STATUS          PIC X(02).
       01  DR-FILE-STATUS          PIC X(02).

       01  WS-DSCLLOG-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-DISCLOSURES PIC X(01)  VALUE 'N'.
               88  END-OF-DISCLOSURES         VALUE 'Y'.
           05  NO-MORE-SORTED      PIC X(01)  VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-SETUP-FAILED     PIC X(01)  VALUE 'N'.
               88  SETUP-FAILED               VALUE 'Y'.
           05  WS-SCAN-WHOLE-FILE  PIC X(01)  VALUE 'N'.
               88  SCAN-WHOLE-FILE            VALUE 'Y'.
           05  WS-FIRST-SORTED     PIC X(01)  VALUE 'Y'.
               88  FIRST-SORTED               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC 9(09)  VALUE ZERO.
           05  WS-ROWS-LISTED          PIC 9(09)  VALUE ZERO.
           05  WS-NO-RRB-LISTED        PIC 9(09)  VALUE ZERO.
           05  WS-ROWS-COUNTED         PIC 9(09)  VALUE ZERO.
           05  WS-RECIPIENT-COUNT      PIC 9(09)  VALUE ZERO.
           05  WS-PAIR-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-RECIPIENTS           PIC 9(05)  VALUE ZERO.

       01  WS-TARGET-RRB-HIC       PIC X(12)  VALUE SPACE.
       01  WS-FROM-DATE            PIC X(08)  VALUE SPACE.
       01  WS-TO-DATE              PIC X(08)  VALUE SPACE.

       01  WS-PREV-RECIPIENT       PIC X(12)  VALUE SPACE.
       01  WS-PREV-PURPOSE         PIC X(03)  VALUE SPACE.

      *    EVERY SSA HIC THE BENEFICIARY HAS BEEN DISCLOSED UNDER -
      *    THE KEY OR COMPANION HIC, THEN EACH ONE ITS OWN ROWS
      *    CARRY. A SECOND PASS OVER THE BLANK-RRB-HIC ROWS LOOKS
      *    EACH UP HERE.

       01  WS-SSA-HIC-COUNT        PIC 9(02)  VALUE ZERO.
       01  WS-SSA-HIC-TABLE.
           05  WS-SSA-HIC-ENTRY    PIC X(11)  OCCURS 20 TIMES.
       01  WS-SSA-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-SSA-MATCH            PIC 9(02)  VALUE ZERO.

      *    THE YEAR'S TOTALS BY PURPOSE AND BY MECHANISM - ONE SLOT
      *    PER CODE DSCLREC DEFINES, AND A LAST ONE FOR ANY OTHER.

       01  WS-PURPOSE-VALUES.
           05  FILLER              PIC X(03)  VALUE 'ENT'.
           05  FILLER              PIC X(03)  VALUE 'INQ'.
           05  FILLER              PIC X(03)  VALUE 'CNG'.
           05  FILLER              PIC X(03)  VALUE 'BEN'.
           05  FILLER              PIC X(03)  VALUE 'LEG'.
           05  FILLER              PIC X(03)  VALUE 'AUD'.
           05  FILLER              PIC X(03)  VALUE 'STA'.
           05  FILLER              PIC X(03)  VALUE 'COR'.
           05  FILLER              PIC X(03)  VALUE 'OTH'.
           05  FILLER              PIC X(03)  VALUE '???'.
       01  WS-PURPOSE-TABLE REDEFINES WS-PURPOSE-VALUES.
           05  WS-PURP-CODE        PIC X(03)  OCCURS 10 TIMES.
       01  WS-PURPOSE-TOTALS.
           05  WS-PURP-TOTAL       PIC 9(09)  OCCURS 10 TIMES.
       01  WS-PURP-IDX             PIC 9(02)  VALUE ZERO.

       01  WS-MECHANISM-VALUES.
           05  FILLER              PIC X(02)  VALUE 'XM'.
           05  FILLER              PIC X(02)  VALUE 'XE'.
           05  FILLER              PIC X(02)  VALUE 'XR'.
           05  FILLER              PIC X(02)  VALUE 'BL'.
           05  FILLER              PIC X(02)  VALUE 'RP'.
           05  FILLER              PIC X(02)  VALUE 'WH'.
           05  FILLER              PIC X(02)  VALUE 'RF'.
           05  FILLER              PIC X(02)  VALUE '??'.
       01  WS-MECHANISM-TABLE REDEFINES WS-MECHANISM-VALUES.
           05  WS-MECH-CODE        PIC X(02)  OCCURS 8 TIMES.
       01  WS-MECHANISM-TOTALS.
           05  WS-MECH-TOTAL       PIC 9(09)  OCCURS 8 TIMES.
       01  WS-MECH-IDX             PIC 9(02)  VALUE ZERO.

       01  WS-MECHANISM-TEXT       PIC X(20)  VALUE SPACE.
       01  WS-PURPOSE-TEXT         PIC X(24)  VALUE SPACE.

      *    PARAMETERS FOR SSAXLOOK - SAME LAYOUT AS SSAXLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-SSAXLOOK-PARAMETERS.
           05  SL-SSA-HIC              PIC  X(11).
           05  SL-FOUND                PIC  X(01).
           05  SL-RRB-HIC              PIC  X(12).
           05  SL-SSA-BIC              PIC  X(02).
           05  SL-LAST-SEEN            PIC  X(26).
           05  SL-SSA-MBI              PIC  X(11).

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

       01  WS-REPORT-LINE          PIC X(132) VALUE SPACE.

       01  WS-LABEL-LINE.
           05  WS-LBL-TEXT         PIC X(24).
           05  WS-LBL-VALUE        PIC X(60).
           05  FILLER              PIC X(48)  VALUE SPACE.

       01  WS-BENE-HEADING.
           05  FILLER              PIC X(10)  VALUE 'DATE'.
           05  FILLER              PIC X(22)  VALUE 'MECHANISM'.
           05  FILLER              PIC X(14)  VALUE 'RECIPIENT'.
           05  FILLER              PIC X(26)  VALUE 'PURPOSE'.
           05  FILLER              PIC X(14)  VALUE 'REFERENCE'.
           05  FILLER              PIC X(13)  VALUE 'SSA HIC'.
           05  FILLER              PIC X(08)  VALUE 'BY'.
           05  FILLER              PIC X(25)  VALUE SPACE.

       01  WS-BENE-LINE.
           05  WS-BL-DATE          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BL-MECHANISM     PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BL-RECIPIENT     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BL-PURPOSE       PIC X(24).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BL-REFERENCE     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BL-SSA-HIC       PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-BL-SOURCE-PGM    PIC X(08).
           05  FILLER              PIC X(25)  VALUE SPACE.

       01  WS-ANNUAL-HEADING.
           05  FILLER              PIC X(14)  VALUE 'RECIPIENT'.
           05  FILLER              PIC X(26)  VALUE 'PURPOSE'.
           05  FILLER              PIC X(13)  VALUE 'DISCLOSURES'.
           05  FILLER              PIC X(79)  VALUE SPACE.

       01  WS-ANNUAL-LINE.
           05  WS-AL-RECIPIENT     PIC X(12).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AL-PURPOSE       PIC X(24).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-AL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(81)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TL-TEXT          PIC X(40).
           05  WS-TL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(81)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF SETUP-FAILED
              GO TO 0000-STOP
           END-IF.

           IF CT-BENEFICIARY
              PERFORM 2000-BENEFICIARY-ACCOUNTING
                 THRU 2000-EXIT
           ELSE
              SORT SORT-WORK-1 ASCENDING SORT-RECIPIENT
                                         SORT-PURPOSE
                 INPUT PROCEDURE IS 3000-RELEASE-YEAR
                              THRU 3000-EXIT
                 OUTPUT PROCEDURE IS 3500-PRINT-SUMMARY
                              THRU 3500-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

       0000-STOP.

           GOBACK.

      *    THE CARD, THE MASTER, AND THE REPORT'S OPENING LINES.

       1000-INITIALIZE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'DSCLLOGT'          TO  WS-DSCLLOG-DSN
           ELSE
               MOVE  'DSCLLOG '          TO  WS-DSCLLOG-DSN
           END-IF.

           OPEN INPUT CONTROL-FILE.

           IF CT-FILE-STATUS NOT = '00'
              DISPLAY 'DSCLRPT,REFUSING TO RUN - NO DSCLCARD '
                      'CONTROL CARD,' CT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACE                 TO CONTROL-REC.

           READ CONTROL-FILE
              AT END CONTINUE
           END-READ.

           CLOSE CONTROL-FILE.

           EVALUATE TRUE
             WHEN CT-BENEFICIARY
               PERFORM 1100-EDIT-BENEFICIARY-CARD
                  THRU 1100-EXIT
             WHEN CT-ANNUAL
               IF CT-YEAR NOT NUMERIC
                  DISPLAY 'DSCLRPT,YEAR NOT NUMERIC,' CT-YEAR
                  MOVE 8 TO RETURN-CODE
                  MOVE 'Y' TO WS-SETUP-FAILED
               END-IF
             WHEN OTHER
               DISPLAY 'DSCLRPT,MODE MUST BE B OR A,' CT-MODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SETUP-FAILED
           END-EVALUATE.

           IF SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN INPUT DISCLOSURE-FILE.

           IF DR-FILE-STATUS NOT = '00'
              DISPLAY 'DSCLRPT,REFUSING TO RUN - DSCLLOG NOT '
                      'AVAILABLE,' DR-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           MOVE 'I'                   TO RW-FUNCTION.
           IF CT-BENEFICIARY
              MOVE 'DSCLRPT - ACCOUNTING OF DISCLOSURES'
                                      TO RW-TITLE
              MOVE WS-BENE-HEADING    TO RW-COLUMN-HEADING
           ELSE
              MOVE 'DSCLRPT - ANNUAL DISCLOSURE SUMMARY'
                                      TO RW-TITLE
              MOVE WS-ANNUAL-HEADING  TO RW-COLUMN-HEADING
           END-IF.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           IF CT-BENEFICIARY
              MOVE 'SUBJECT RRB HIC:' TO WS-LBL-TEXT
              MOVE WS-TARGET-RRB-HIC  TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT       TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'DISCLOSED FROM:'  TO WS-LBL-TEXT
              MOVE WS-FROM-DATE       TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'DISCLOSED THROUGH:'
                                      TO WS-LBL-TEXT
              MOVE WS-TO-DATE         TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
           ELSE
              MOVE 'YEAR:'            TO WS-LBL-TEXT
              MOVE CT-YEAR            TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
           END-IF.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.

       1000-EXIT.
           EXIT.

      *    THE KEY IS RESOLVED TO AN RRB HIC AND THE SSA HICS TO LOOK
      *    FOR ARE SEEDED. AN SSA HIC NOT ON THE COMPANION CAN STILL
      *    HAVE BEEN DISCLOSED, SO ITS ROWS ARE LOOKED FOR ACROSS THE
      *    WHOLE FILE RATHER THAN THE RUN REFUSED.

       1100-EDIT-BENEFICIARY-CARD.

           IF CT-KEY = SPACE
              DISPLAY 'DSCLRPT,NO KEY ON DSCLCARD,NOTHING LISTED'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
              GO TO 1100-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN CT-BY-RRB
               MOVE CT-KEY            TO WS-TARGET-RRB-HIC
               MOVE CT-KEY            TO MH-VALUE-IN
             WHEN CT-BY-SSA
               MOVE CT-KEY (1:11)     TO SL-SSA-HIC
               CALL 'SSAXLOOK' USING WS-SSAXLOOK-PARAMETERS
               MOVE 1                 TO WS-SSA-HIC-COUNT
               MOVE CT-KEY (1:11)     TO WS-SSA-HIC-ENTRY (1)
               IF SL-FOUND = 'Y'
                  MOVE SL-RRB-HIC     TO WS-TARGET-RRB-HIC
               ELSE
                  DISPLAY 'DSCLRPT,SSA HIC NOT ON THE COMPANION,'
                          'WHOLE FILE SEARCHED'
                  MOVE 'Y'            TO WS-SCAN-WHOLE-FILE
               END-IF
             WHEN OTHER
               DISPLAY 'DSCLRPT,KEY TYPE MUST BE R OR S,'
                       CT-KEY-TYPE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-SETUP-FAILED
               GO TO 1100-EXIT
           END-EVALUATE.

           IF CT-FROM-DATE = SPACE
              MOVE '00000000'         TO WS-FROM-DATE
           ELSE
              MOVE CT-FROM-DATE       TO WS-FROM-DATE
           END-IF.

           IF CT-TO-DATE = SPACE
              MOVE '99999999'         TO WS-TO-DATE
           ELSE
              MOVE CT-TO-DATE         TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'DSCLRPT,FROM DATE AFTER TO DATE,'
                      WS-FROM-DATE ',' WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-SETUP-FAILED
           END-IF.

       1100-EXIT.
           EXIT.

      *    THE MASTER IS KEYED BY RRB HIC FIRST, SO THE BENEFICIARY'S
      *    OWN ROWS ARE READ FROM ONE START, OLDEST FIRST. THE ROWS
      *    RECORDED WITHOUT AN RRB HIC SIT AT THE FRONT OF THE FILE
      *    AND ARE READ SECOND, MATCHED BY SSA HIC.

       2000-BENEFICIARY-ACCOUNTING.

           IF WS-TARGET-RRB-HIC NOT = SPACE
              MOVE LOW-VALUES         TO DR-KEY
              MOVE WS-TARGET-RRB-HIC  TO DR-RRB-HIC
              MOVE 'N'                TO NO-MORE-DISCLOSURES
              START DISCLOSURE-FILE KEY NOT LESS THAN DR-KEY
                INVALID KEY
                  MOVE 'Y'            TO NO-MORE-DISCLOSURES
              END-START
              PERFORM 2100-LIST-OWN-ROW
                 THRU 2100-EXIT
                UNTIL END-OF-DISCLOSURES
           END-IF.

           IF WS-SSA-HIC-COUNT = ZERO
              GO TO 2000-EXIT
           END-IF.

           MOVE LOW-VALUES            TO DR-KEY.
           MOVE 'N'                   TO NO-MORE-DISCLOSURES.
           START DISCLOSURE-FILE KEY NOT LESS THAN DR-KEY
             INVALID KEY
               MOVE 'Y'               TO NO-MORE-DISCLOSURES
           END-START.

           PERFORM 2200-LIST-UNKEYED-ROW
              THRU 2200-EXIT
             UNTIL END-OF-DISCLOSURES.

       2000-EXIT.
           EXIT.

       2100-LIST-OWN-ROW.

           READ DISCLOSURE-FILE NEXT RECORD
             AT END
               MOVE 'Y'               TO NO-MORE-DISCLOSURES
               GO TO 2100-EXIT
           END-READ.

           ADD 1                      TO WS-ROWS-READ.

           IF DR-RRB-HIC NOT = WS-TARGET-RRB-HIC
              MOVE 'Y'                TO NO-MORE-DISCLOSURES
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2150-REMEMBER-SSA-HIC
              THRU 2150-EXIT.

           IF DR-DISC-DATE < WS-FROM-DATE
           OR DR-DISC-DATE > WS-TO-DATE
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2500-PRINT-DISCLOSURE
              THRU 2500-EXIT.

       2100-EXIT.
           EXIT.

       2150-REMEMBER-SSA-HIC.

           IF DR-SSA-HIC = SPACE
              GO TO 2150-EXIT
           END-IF.

           PERFORM 2160-FIND-SSA-HIC
              THRU 2160-EXIT.

           IF  WS-SSA-MATCH = ZERO
           AND WS-SSA-HIC-COUNT < 20
               ADD 1                  TO WS-SSA-HIC-COUNT
               MOVE DR-SSA-HIC        TO
                    WS-SSA-HIC-ENTRY (WS-SSA-HIC-COUNT)
           END-IF.

       2150-EXIT.
           EXIT.

       2160-FIND-SSA-HIC.

           MOVE ZERO                  TO WS-SSA-MATCH.

           PERFORM VARYING WS-SSA-IDX FROM 1 BY 1
                     UNTIL WS-SSA-IDX > WS-SSA-HIC-COUNT
                        OR WS-SSA-MATCH > ZERO
               IF WS-SSA-HIC-ENTRY (WS-SSA-IDX) = DR-SSA-HIC
                  MOVE WS-SSA-IDX     TO WS-SSA-MATCH
               END-IF
           END-PERFORM.

       2160-EXIT.
           EXIT.

      *    A ROW WITHOUT AN RRB HIC, OR - WHEN THE SSA HIC COULD NOT
      *    BE RESOLVED - ANY ROW, CARRYING ONE OF THE SSA HICS.

       2200-LIST-UNKEYED-ROW.

           READ DISCLOSURE-FILE NEXT RECORD
             AT END
               MOVE 'Y'               TO NO-MORE-DISCLOSURES
               GO TO 2200-EXIT
           END-READ.

           ADD 1                      TO WS-ROWS-READ.

           IF  DR-RRB-HIC NOT = SPACE
           AND NOT SCAN-WHOLE-FILE
               MOVE 'Y'               TO NO-MORE-DISCLOSURES
               GO TO 2200-EXIT
           END-IF.

           IF DR-DISC-DATE < WS-FROM-DATE
           OR DR-DISC-DATE > WS-TO-DATE
              GO TO 2200-EXIT
           END-IF.

           PERFORM 2160-FIND-SSA-HIC
              THRU 2160-EXIT.

           IF WS-SSA-MATCH = ZERO
              GO TO 2200-EXIT
           END-IF.

           IF WS-NO-RRB-LISTED = ZERO
              PERFORM 7100-WRITE-BLANK
                 THRU 7100-EXIT
              MOVE 'RECORDED WITHOUT AN RRB HIC - MATCHED BY SSA HIC'
                                      TO WS-REPORT-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

           ADD 1                      TO WS-NO-RRB-LISTED.

           PERFORM 2500-PRINT-DISCLOSURE
              THRU 2500-EXIT.

       2200-EXIT.
           EXIT.

       2500-PRINT-DISCLOSURE.

           PERFORM 4000-DECODE-MECHANISM
              THRU 4000-EXIT.
           PERFORM 4100-DECODE-PURPOSE
              THRU 4100-EXIT.

           MOVE DR-DISC-DATE          TO WS-BL-DATE.
           MOVE WS-MECHANISM-TEXT     TO WS-BL-MECHANISM.
           MOVE DR-RECIPIENT          TO WS-BL-RECIPIENT.
           MOVE WS-PURPOSE-TEXT       TO WS-BL-PURPOSE.
           MOVE DR-REFERENCE          TO WS-BL-REFERENCE.
           MOVE DR-SSA-HIC            TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-BL-SSA-HIC.
           MOVE DR-SOURCE-PGM         TO WS-BL-SOURCE-PGM.

           MOVE WS-BENE-LINE          TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           ADD 1                      TO WS-ROWS-LISTED.

       2500-EXIT.
           EXIT.

      *    EVERY DISCLOSURE DATED IN THE YEAR, WHOEVER IT CONCERNS.

       3000-RELEASE-YEAR.

           MOVE 'N'                   TO NO-MORE-DISCLOSURES.

           PERFORM 3100-RELEASE-ONE
              THRU 3100-EXIT
             UNTIL END-OF-DISCLOSURES.

       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE.

           READ DISCLOSURE-FILE NEXT RECORD
             AT END
               MOVE 'Y'               TO NO-MORE-DISCLOSURES
               GO TO 3100-EXIT
           END-READ.

           ADD 1                      TO WS-ROWS-READ.

           IF DR-DISC-DATE (1:4) NOT = CT-YEAR
              GO TO 3100-EXIT
           END-IF.

           MOVE DR-RECIPIENT          TO SORT-RECIPIENT.
           MOVE DR-PURPOSE            TO SORT-PURPOSE.
           MOVE DR-MECHANISM          TO SORT-MECHANISM.
           RELEASE SORT-RECORD-1.

       3100-EXIT.
           EXIT.

      *    ONE LINE PER RECIPIENT AND PURPOSE, A TOTAL PER RECIPIENT,
      *    AND THE PURPOSE AND MECHANISM TOTALS ACCUMULATED ON THE WAY.

       3500-PRINT-SUMMARY.

           MOVE 'N'                   TO NO-MORE-SORTED.

           PERFORM 3600-SUMMARIZE-ONE
              THRU 3600-EXIT
             UNTIL END-OF-SORTED.

           IF NOT FIRST-SORTED
              PERFORM 3700-CLOSE-PAIR
                 THRU 3700-EXIT
              PERFORM 3750-CLOSE-RECIPIENT
                 THRU 3750-EXIT
           END-IF.

           PERFORM 3800-PRINT-CODE-TOTALS
              THRU 3800-EXIT.

       3500-EXIT.
           EXIT.

       3600-SUMMARIZE-ONE.

           RETURN SORT-WORK-1
             AT END
               MOVE 'Y'               TO NO-MORE-SORTED
               GO TO 3600-EXIT
           END-RETURN.

           IF FIRST-SORTED
              MOVE 'N'                TO WS-FIRST-SORTED
              MOVE SORT-RECIPIENT     TO WS-PREV-RECIPIENT
              MOVE SORT-PURPOSE       TO WS-PREV-PURPOSE
           END-IF.

           IF SORT-RECIPIENT NOT = WS-PREV-RECIPIENT
              PERFORM 3700-CLOSE-PAIR
                 THRU 3700-EXIT
              PERFORM 3750-CLOSE-RECIPIENT
                 THRU 3750-EXIT
           ELSE
              IF SORT-PURPOSE NOT = WS-PREV-PURPOSE
                 PERFORM 3700-CLOSE-PAIR
                    THRU 3700-EXIT
              END-IF
           END-IF.

           MOVE SORT-RECIPIENT        TO WS-PREV-RECIPIENT.
           MOVE SORT-PURPOSE          TO WS-PREV-PURPOSE.

           ADD 1                      TO WS-PAIR-COUNT
                                         WS-RECIPIENT-COUNT
                                         WS-ROWS-COUNTED.

           MOVE 10                    TO WS-PURP-IDX.
           PERFORM VARYING WS-SSA-IDX FROM 1 BY 1
                     UNTIL WS-SSA-IDX > 9
               IF WS-PURP-CODE (WS-SSA-IDX) = SORT-PURPOSE
                  MOVE WS-SSA-IDX     TO WS-PURP-IDX
               END-IF
           END-PERFORM.
           ADD 1                      TO WS-PURP-TOTAL (WS-PURP-IDX).

           MOVE 8                     TO WS-MECH-IDX.
           PERFORM VARYING WS-SSA-IDX FROM 1 BY 1
                     UNTIL WS-SSA-IDX > 7
               IF WS-MECH-CODE (WS-SSA-IDX) = SORT-MECHANISM
                  MOVE WS-SSA-IDX     TO WS-MECH-IDX
               END-IF
           END-PERFORM.
           ADD 1                      TO WS-MECH-TOTAL (WS-MECH-IDX).

       3600-EXIT.
           EXIT.

       3700-CLOSE-PAIR.

           MOVE WS-PREV-PURPOSE       TO DR-PURPOSE.
           PERFORM 4100-DECODE-PURPOSE
              THRU 4100-EXIT.

           MOVE WS-PREV-RECIPIENT     TO WS-AL-RECIPIENT.
           MOVE WS-PURPOSE-TEXT       TO WS-AL-PURPOSE.
           MOVE WS-PAIR-COUNT         TO WS-AL-COUNT.
           MOVE WS-ANNUAL-LINE        TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           MOVE ZERO                  TO WS-PAIR-COUNT.

       3700-EXIT.
           EXIT.

       3750-CLOSE-RECIPIENT.

           MOVE SPACE                 TO WS-TL-TEXT.
           STRING '  TOTAL FOR ' WS-PREV-RECIPIENT
                  DELIMITED BY SIZE
                  INTO WS-TL-TEXT.
           MOVE WS-RECIPIENT-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE         TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.

           ADD 1                      TO WS-RECIPIENTS.
           MOVE ZERO                  TO WS-RECIPIENT-COUNT.

       3750-EXIT.
           EXIT.

       3800-PRINT-CODE-TOTALS.

           MOVE 'BY PURPOSE'          TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           PERFORM VARYING WS-PURP-IDX FROM 1 BY 1
                     UNTIL WS-PURP-IDX > 10
               IF WS-PURP-TOTAL (WS-PURP-IDX) > ZERO
                  MOVE WS-PURP-CODE (WS-PURP-IDX)
                                      TO DR-PURPOSE
                  PERFORM 4100-DECODE-PURPOSE
                     THRU 4100-EXIT
                  MOVE SPACE          TO WS-TL-TEXT
                  MOVE WS-PURPOSE-TEXT
                                      TO WS-TL-TEXT (3:24)
                  MOVE WS-PURP-TOTAL (WS-PURP-IDX)
                                      TO WS-TL-COUNT
                  MOVE WS-TOTAL-LINE  TO WS-REPORT-LINE
                  PERFORM 7200-WRITE-TEXT
                     THRU 7200-EXIT
               END-IF
           END-PERFORM.

           PERFORM 7100-WRITE-BLANK
              THRU 7100-EXIT.
           MOVE 'BY MECHANISM'        TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           PERFORM VARYING WS-MECH-IDX FROM 1 BY 1
                     UNTIL WS-MECH-IDX > 8
               IF WS-MECH-TOTAL (WS-MECH-IDX) > ZERO
                  MOVE WS-MECH-CODE (WS-MECH-IDX)
                                      TO DR-MECHANISM
                  PERFORM 4000-DECODE-MECHANISM
                     THRU 4000-EXIT
                  MOVE SPACE          TO WS-TL-TEXT
                  MOVE WS-MECHANISM-TEXT
                                      TO WS-TL-TEXT (3:20)
                  MOVE WS-MECH-TOTAL (WS-MECH-IDX)
                                      TO WS-TL-COUNT
                  MOVE WS-TOTAL-LINE  TO WS-REPORT-LINE
                  PERFORM 7200-WRITE-TEXT
                     THRU 7200-EXIT
               END-IF
           END-PERFORM.

       3800-EXIT.
           EXIT.

       4000-DECODE-MECHANISM.

           EVALUATE TRUE
             WHEN DR-MECH-SSA-XMIT
               MOVE 'SSA TRANSMISSION'     TO WS-MECHANISM-TEXT
             WHEN DR-MECH-EXPEDITED
               MOVE 'EXPEDITED TO SSA'     TO WS-MECHANISM-TEXT
             WHEN DR-MECH-RETRANSMIT
               MOVE 'SSA RETRANSMISSION'   TO WS-MECHANISM-TEXT
             WHEN DR-MECH-BULK-LOOKUP
               MOVE 'BULK LIST LOOKUP'     TO WS-MECHANISM-TEXT
             WHEN DR-MECH-RESEARCH-PKT
               MOVE 'RESEARCH PACKET'      TO WS-MECHANISM-TEXT
             WHEN DR-MECH-WAREHOUSE
               MOVE 'WAREHOUSE FEED'       TO WS-MECHANISM-TEXT
             WHEN DR-MECH-REGION-FDBK
               MOVE 'REGION FEEDBACK'      TO WS-MECHANISM-TEXT
             WHEN OTHER
               MOVE SPACE                  TO WS-MECHANISM-TEXT
               STRING 'MECHANISM ' DR-MECHANISM
                      DELIMITED BY SIZE
                      INTO WS-MECHANISM-TEXT
           END-EVALUATE.

       4000-EXIT.
           EXIT.

       4100-DECODE-PURPOSE.

           EVALUATE TRUE
             WHEN DR-PURP-ENTITLEMENT
               MOVE 'ENTITLEMENT'          TO WS-PURPOSE-TEXT
             WHEN DR-PURP-UNIT-INQUIRY
               MOVE 'UNIT INQUIRY'         TO WS-PURPOSE-TEXT
             WHEN DR-PURP-CONGRESSIONAL
               MOVE 'CONGRESSIONAL INQUIRY'
                                           TO WS-PURPOSE-TEXT
             WHEN DR-PURP-BENEFICIARY
               MOVE 'BENEFICIARY REQUEST'  TO WS-PURPOSE-TEXT
             WHEN DR-PURP-LEGAL
               MOVE 'LEGAL'                TO WS-PURPOSE-TEXT
             WHEN DR-PURP-AUDIT
               MOVE 'AUDIT'                TO WS-PURPOSE-TEXT
             WHEN DR-PURP-STATISTICAL
               MOVE 'STATISTICAL/WAREHOUSE'
                                           TO WS-PURPOSE-TEXT
             WHEN DR-PURP-CORRECTION
               MOVE 'CORRECTION FEEDBACK'  TO WS-PURPOSE-TEXT
             WHEN DR-PURP-OTHER
               MOVE 'OTHER'                TO WS-PURPOSE-TEXT
             WHEN OTHER
               MOVE SPACE                  TO WS-PURPOSE-TEXT
               STRING 'PURPOSE ' DR-PURPOSE
                      DELIMITED BY SIZE
                      INTO WS-PURPOSE-TEXT
           END-EVALUATE.

       4100-EXIT.
           EXIT.

       7000-WRITE-LABEL.

           MOVE WS-LABEL-LINE         TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.
           MOVE SPACE                 TO WS-LBL-TEXT
                                         WS-LBL-VALUE.

       7000-EXIT.
           EXIT.

       7100-WRITE-BLANK.

           MOVE SPACE                 TO WS-REPORT-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       7100-EXIT.
           EXIT.

       7200-WRITE-TEXT.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-REPORT-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.
           MOVE SPACE                 TO WS-REPORT-LINE.

       7200-EXIT.
           EXIT.

       8000-TERMINATE.

           CLOSE DISCLOSURE-FILE.

           MOVE SPACE                 TO WS-TL-TEXT.
           IF CT-BENEFICIARY
              MOVE 'DISCLOSURES LISTED' TO WS-TL-TEXT
              MOVE WS-ROWS-LISTED     TO WS-TL-COUNT
           ELSE
              MOVE 'DISCLOSURES IN THE YEAR' TO WS-TL-TEXT
              MOVE WS-ROWS-COUNTED    TO WS-TL-COUNT
           END-IF.
           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           DISPLAY 'DSCLRPT,MODE,' CT-MODE.
           DISPLAY 'DSCLRPT,DISCLOSURE ROWS READ,' WS-ROWS-READ.
           IF CT-BENEFICIARY
              DISPLAY 'DSCLRPT,DISCLOSURES LISTED,' WS-ROWS-LISTED
              DISPLAY 'DSCLRPT,OF THEM WITHOUT AN RRB HIC,'
                      WS-NO-RRB-LISTED
              IF WS-ROWS-LISTED = ZERO
                 DISPLAY 'DSCLRPT,NO DISCLOSURES ON FILE FOR THE KEY '
                         'AND RANGE GIVEN'
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'DSCLRPT,DISCLOSURES IN THE YEAR,'
                      WS-ROWS-COUNTED
              DISPLAY 'DSCLRPT,RECIPIENTS,' WS-RECIPIENTS
              IF WS-ROWS-COUNTED = ZERO
                 DISPLAY 'DSCLRPT,NO DISCLOSURES DATED IN ' CT-YEAR
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       8000-EXIT.
           EXIT.
