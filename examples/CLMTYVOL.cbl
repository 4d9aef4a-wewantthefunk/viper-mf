       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMTYVOL.
       AUTHOR. CHRISTIAN STRAMA.

      * WEEKLY CLAIM-TYPE VOLUME REPORT. THE CLAIM-TYPE CODE RIDES
      * FROM THE ENRICHED EXTRACT THROUGH RRBOUT INTO THE
      * TRANSMISSION DETAIL, BUT NOTHING COUNTED IT - THE ELIGIBILITY
      * UNIT COULD NOT TELL WHETHER ONE CLAIM TYPE WAS DRIVING THE
      * SSA REJECT VOLUME. THIS JOB READS THE WEEK'S MERGED RRBOUT
      * FILES (THE JCL CONCATENATES THE WEEK'S GENERATIONS ON THE ONE
      * DD, AS FOR REGQLTY) AND, PER CLAIM TYPE, COUNTS THE ROWS
      * CONVERTED (AN SSA HIC CAME BACK), THEN LOOKS EACH CONVERTED
      * SSA HIC UP ON ACKMAST FOR WHETHER IT WAS TRANSMITTED AND HOW
      * SSA ANSWERED. THE ACCEPTANCE RATE IS SSA-ACCEPTED OVER
      * SSA-ANSWERED (ACCEPTED PLUS REJECTED), SO SENDS STILL AWAITING
      * AN ACKNOWLEDGMENT DO NOT DRAG IT DOWN. TYPES PRINT IN
      * DESCENDING SSA-REJECT ORDER THROUGH RPTWRITE, DESCRIBED FROM
      * THE SAME CLMTYPES REGISTRY RRBDRIVE VALIDATES AGAINST; ROWS
      * WITH NO CLAIM TYPE (THE CLASSIC EXTRACT) GET A LINE OF THEIR
      * OWN.
      *
      * REGISTRY ROW (CLMTYPES): CODE(2), DESCRIPTION(30), UP TO SIX
      * EXPECTED SOURCE REGIONS(3 EACH) - ONLY THE FIRST TWO FIELDS
      * MATTER HERE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RRB-OUTPUT-FILE ASSIGN TO RRBOUT
                                  FILE STATUS IS RO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CLAIM-TYPE-FILE
                                  ASSIGN TO CLMTYPES
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RRB-OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RO-REC.
           02  RO-RRB-HIC          PIC X(12).
           02  RO-SSA-HIC          PIC X(11).
           02  FILLER              PIC X(01).
           02  RO-REJECT-REASON    PIC X(02).
           02  RO-SOURCE           PIC X(03).
           02  RO-ENT-DATE         PIC X(08).
           02  RO-CLAIM-TYPE       PIC X(02).
           02  RO-BENE-TYPE        PIC X(02).
           02  RO-BIRTH-DATE       PIC X(08).

       FD  CLAIM-TYPE-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  CLAIM-TYPE-REC.
           05  CT-CODE             PIC X(02).
           05  CT-DESC             PIC X(30).
           05  CT-REGION           PIC X(03)  OCCURS 6 TIMES.

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

       01  RO-FILE-STATUS          PIC X(02).
       01  CT-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).

       01  WS-ACKMAST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-ACK-AVAILABLE        PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-DETAILS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-CONVERTED-TOTAL      PIC 9(09)  VALUE ZERO.
           05  WS-TRANSMITTED-TOTAL    PIC 9(09)  VALUE ZERO.
           05  WS-ACCEPTED-TOTAL       PIC 9(09)  VALUE ZERO.
           05  WS-REJECTED-TOTAL       PIC 9(09)  VALUE ZERO.
           05  WS-TYPES-REPORTED       PIC 9(03)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.

      *    ONE ENTRY PER CLAIM TYPE SEEN ON THE WEEK'S RRBOUT.

       01  WS-TYPE-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY       OCCURS 100 TIMES.
               10  WS-TYP-CODE         PIC X(02).
               10  WS-TYP-CONVERTED    PIC 9(09).
               10  WS-TYP-TRANSMITTED  PIC 9(09).
               10  WS-TYP-ACCEPTED     PIC 9(09).
               10  WS-TYP-REJECTED     PIC 9(09).

       01  WS-REG-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY        OCCURS 100 TIMES.
               10  WS-REG-CODE         PIC X(02).
               10  WS-REG-DESC         PIC X(30).

       01  WS-WORK-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-SCAN-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-BEST-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(03)  VALUE ZERO.
       01  WS-SWAP-ENTRY           PIC X(38)  VALUE SPACE.

       01  WS-ANSWERED             PIC 9(09)  VALUE ZERO.
       01  WS-PCT-WORK             PIC 9(03)V9  VALUE ZERO.

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
           05  FILLER              PIC X(06)  VALUE 'TYPE'.
           05  FILLER              PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(13)  VALUE '  CONVERTED'.
           05  FILLER              PIC X(13)  VALUE 'TRANSMITTED'.
           05  FILLER              PIC X(13)  VALUE ' SSA ACCEPT'.
           05  FILLER              PIC X(13)  VALUE ' SSA REJECT'.
           05  FILLER              PIC X(11)  VALUE ' ACCEPT PCT'.
           05  FILLER              PIC X(31)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CODE         PIC X(02).
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  WS-DTL-DESC         PIC X(30).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-CONVERTED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-TRANSMITTED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-ACCEPTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-DTL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-DTL-PCT          PIC ZZ9.9.
           05  FILLER              PIC X(34)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(38)  VALUE
               'ALL CLAIM TYPES'.
           05  WS-TOT-CONVERTED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-TOT-TRANSMITTED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-TOT-ACCEPTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-TOT-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-TOT-PCT          PIC ZZ9.9.
           05  FILLER              PIC X(34)  VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM 2000-TALLY-RRBOUT
              THRU 2000-EXIT.

           PERFORM 3000-WRITE-REPORT
              THRU 3000-EXIT.

           IF WS-ACK-AVAILABLE = 'Y'
              CLOSE ACK-MASTER-FILE
           END-IF.

           DISPLAY 'CLMTYVOL,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'CLMTYVOL,DETAILS READ,' WS-DETAILS-READ.
           DISPLAY 'CLMTYVOL,CONVERTED,' WS-CONVERTED-TOTAL.
           DISPLAY 'CLMTYVOL,TRANSMITTED,' WS-TRANSMITTED-TOTAL.
           DISPLAY 'CLMTYVOL,CLAIM TYPES REPORTED,' WS-TYPES-REPORTED.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    BUSINESS DATE, THE ACKMAST DD FOR THIS RUN'S MODE, AND THE
      *    CLAIM-TYPE DESCRIPTIONS.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
           ELSE
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
           END-IF.

           OPEN INPUT ACK-MASTER-FILE.

           IF AK-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-ACK-AVAILABLE
           ELSE
              DISPLAY 'CLMTYVOL,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              DISPLAY 'CLMTYVOL,TRANSMISSION COLUMNS WILL BE ZERO'
           END-IF.

           OPEN INPUT CLAIM-TYPE-FILE.

           IF CT-FILE-STATUS NOT = '00'
              CLOSE CLAIM-TYPE-FILE
              GO TO 1000-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ CLAIM-TYPE-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF WS-REG-COUNT >= 100
                      DISPLAY 'CLMTYVOL,CLMTYPES ROWS EXCEED TABLE '
                              'MAX 100,ROWS IGNORED'
                      MOVE 'Y' TO WS-FILE-EOF
                   ELSE
                      ADD 1            TO WS-REG-COUNT
                      MOVE CT-CODE     TO
                           WS-REG-CODE (WS-REG-COUNT)
                      MOVE CT-DESC     TO
                           WS-REG-DESC (WS-REG-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE CLAIM-TYPE-FILE.

       1000-EXIT.
           EXIT.

      *    ONE PASS OF THE WEEK'S RRBOUT. TRAILER ROWS ARE SKIPPED.

       2000-TALLY-RRBOUT.

           OPEN INPUT RRB-OUTPUT-FILE.

           IF RO-FILE-STATUS NOT = '00'
              DISPLAY 'CLMTYVOL,UNABLE TO OPEN RRBOUT,'
                      RO-FILE-STATUS
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ RRB-OUTPUT-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF RO-REC (1:3) NOT = 'TRL'
                      ADD 1 TO WS-DETAILS-READ
                      IF RO-SSA-HIC NOT = SPACE
                         PERFORM 2100-TALLY-ONE-ROW
                            THRU 2100-EXIT
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE RRB-OUTPUT-FILE.

       2000-EXIT.
           EXIT.

       2100-TALLY-ONE-ROW.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-TYPE-COUNT
               IF WS-TYP-CODE (WS-WORK-IDX) = RO-CLAIM-TYPE
                  MOVE WS-WORK-IDX    TO WS-FOUND-IDX
                  MOVE WS-TYPE-COUNT  TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-TYPE-COUNT < 100
                 ADD 1                TO WS-TYPE-COUNT
                 MOVE RO-CLAIM-TYPE
                   TO WS-TYP-CODE (WS-TYPE-COUNT)
                 MOVE ZERO
                   TO WS-TYP-CONVERTED (WS-TYPE-COUNT)
                      WS-TYP-TRANSMITTED (WS-TYPE-COUNT)
                      WS-TYP-ACCEPTED (WS-TYPE-COUNT)
                      WS-TYP-REJECTED (WS-TYPE-COUNT)
                 MOVE WS-TYPE-COUNT   TO WS-FOUND-IDX
              ELSE
                 DISPLAY 'CLMTYVOL,TYPE TABLE FULL,ROW DROPPED,'
                         RO-CLAIM-TYPE
                 GO TO 2100-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-TYP-CONVERTED (WS-FOUND-IDX).
           ADD 1 TO WS-CONVERTED-TOTAL.

           IF WS-ACK-AVAILABLE NOT = 'Y'
              GO TO 2100-EXIT
           END-IF.

           MOVE RO-SSA-HIC            TO AK-SSA-HIC.
           READ ACK-MASTER-FILE
             INVALID KEY
               GO TO 2100-EXIT
           END-READ.

           IF AK-SENT-DATE = SPACE
              GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-TYP-TRANSMITTED (WS-FOUND-IDX).
           ADD 1 TO WS-TRANSMITTED-TOTAL.

           EVALUATE TRUE
             WHEN AK-ACCEPTED
               ADD 1 TO WS-TYP-ACCEPTED (WS-FOUND-IDX)
               ADD 1 TO WS-ACCEPTED-TOTAL
             WHEN AK-REJECTED
               ADD 1 TO WS-TYP-REJECTED (WS-FOUND-IDX)
               ADD 1 TO WS-REJECTED-TOTAL
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *    THE REPORT - TYPES IN DESCENDING SSA-REJECT ORDER (THE
      *    SAME SELECTION SWEEP ACKWLST AND EXCPTRI USE), THEN THE
      *    ALL-TYPES TOTAL.

       3000-WRITE-REPORT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'CLMTYVOL - WEEKLY CLAIM-TYPE VOLUME'
                                      TO RW-TITLE.
           MOVE WS-COLUMN-HEADING     TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-TYPE-COUNT
               MOVE WS-WORK-IDX       TO WS-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM WS-WORK-IDX BY 1
                         UNTIL WS-SCAN-IDX > WS-TYPE-COUNT
                   IF WS-TYP-REJECTED (WS-SCAN-IDX) >
                      WS-TYP-REJECTED (WS-BEST-IDX)
                      MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX NOT = WS-WORK-IDX
                  MOVE WS-TYPE-ENTRY (WS-WORK-IDX)
                    TO WS-SWAP-ENTRY
                  MOVE WS-TYPE-ENTRY (WS-BEST-IDX)
                    TO WS-TYPE-ENTRY (WS-WORK-IDX)
                  MOVE WS-SWAP-ENTRY
                    TO WS-TYPE-ENTRY (WS-BEST-IDX)
               END-IF
               PERFORM 3100-WRITE-ONE-TYPE
                  THRU 3100-EXIT
           END-PERFORM.

           MOVE WS-CONVERTED-TOTAL    TO WS-TOT-CONVERTED.
           MOVE WS-TRANSMITTED-TOTAL  TO WS-TOT-TRANSMITTED.
           MOVE WS-ACCEPTED-TOTAL     TO WS-TOT-ACCEPTED.
           MOVE WS-REJECTED-TOTAL     TO WS-TOT-REJECTED.

           ADD WS-ACCEPTED-TOTAL WS-REJECTED-TOTAL
                                  GIVING WS-ANSWERED.
           IF WS-ANSWERED > ZERO
              COMPUTE WS-PCT-WORK ROUNDED =
                  WS-ACCEPTED-TOTAL * 100 / WS-ANSWERED
           ELSE
              MOVE ZERO               TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK           TO WS-TOT-PCT.

           MOVE 'T'                   TO RW-FUNCTION.
           MOVE WS-TOTAL-LINE         TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-TYPE.

           MOVE WS-TYP-CODE (WS-WORK-IDX)
                                      TO WS-DTL-CODE.

           IF WS-TYP-CODE (WS-WORK-IDX) = SPACE
              MOVE 'NO CLAIM TYPE ON THE ROW'
                                      TO WS-DTL-DESC
           ELSE
              MOVE 'NOT ON THE CLMTYPES REGISTRY'
                                      TO WS-DTL-DESC
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                        UNTIL WS-SCAN-IDX > WS-REG-COUNT
                  IF WS-REG-CODE (WS-SCAN-IDX) =
                     WS-TYP-CODE (WS-WORK-IDX)
                     MOVE WS-REG-DESC (WS-SCAN-IDX)
                       TO WS-DTL-DESC
                     MOVE WS-REG-COUNT TO WS-SCAN-IDX
                  END-IF
              END-PERFORM
           END-IF.

           MOVE WS-TYP-CONVERTED (WS-WORK-IDX)
                                      TO WS-DTL-CONVERTED.
           MOVE WS-TYP-TRANSMITTED (WS-WORK-IDX)
                                      TO WS-DTL-TRANSMITTED.
           MOVE WS-TYP-ACCEPTED (WS-WORK-IDX)
                                      TO WS-DTL-ACCEPTED.
           MOVE WS-TYP-REJECTED (WS-WORK-IDX)
                                      TO WS-DTL-REJECTED.

           ADD WS-TYP-ACCEPTED (WS-WORK-IDX)
               WS-TYP-REJECTED (WS-WORK-IDX)
                                  GIVING WS-ANSWERED.
           IF WS-ANSWERED > ZERO
              COMPUTE WS-PCT-WORK ROUNDED =
                  WS-TYP-ACCEPTED (WS-WORK-IDX) * 100 / WS-ANSWERED
           ELSE
              MOVE ZERO               TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK           TO WS-DTL-PCT.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           ADD 1 TO WS-TYPES-REPORTED.

       3100-EXIT.
           EXIT.
