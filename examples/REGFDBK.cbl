       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFDBK.
       AUTHOR. CHRISTIAN STRAMA.

      * NIGHTLY REJECT FEEDBACK TO THE SOURCE REGIONS. REGQLTY RANKS
      * THE REGIONS BY REJECT RATE ON PAPER, BUT THE SENDING REGIONS
      * STILL RE-KEYED THEIR FIXES BY HAND FROM A PRINTOUT. THIS STEP
      * RUNS AFTER RRBDRIVE, SORTS ITS RRBFDBK REJECT ROWS BY SOURCE
      * REGION AND RRB HIC, AND WRITES ONE MACHINE-READABLE FEEDBACK
      * FILE PER REGION - EVERY RRB HIC FROM THAT REGION'S EXTRACT
      * THAT REJECTED TONIGHT, WITH THE REASON CODE AND ITS TEXT
      * DECODED THROUGH THE SITE-MAINTAINED EXCPREAS REGISTRY (THE
      * SAME ONE EXCPTRI READS - 01-06 UNDER RRBTOSSA, 07 AND UP
      * UNDER RRBDRIVE), THE RECYCLE ATTEMPT COUNT, AND WHETHER THE
      * HIC WENT BACK ON THE RECYCLE FILE OR HAS NOW AGED OUT.
      *
      * THE JCL POINTS ONE DD PER REGION AT THAT REGION'S FEEDBACK
      * DATASET, NAMED 'RFB' PLUS THE 3-BYTE SOURCE CODE (RFBMID,
      * RFBCOR ETC.) - THE SAME NAME-THE-DD-BY-THE-KEY SHAPE AS
      * GDGARCH. A REJECT WITH NO SOURCE CODE GOES TO RFBUNK.
      *
      * EACH FILE OPENS WITH AN 'H' HEADER (REGION, EXTRACT DATE)
      * AND CLOSES WITH A 'T' TRAILER CARRYING THE EXTRACT DATE, THE
      * DETAIL COUNT, AND HOW MANY OF THEM WENT TO RECYCLE, AGED OUT
      * OR WERE NOT RECYCLED (ENRICHMENT REJECTS THE REGION RESENDS
      * CORRECTED), SO THE REGION'S OWN SYSTEMS CAN LOAD IT.
      *
      * SO THE REGION CAN ALSO BALANCE THE FILE AGAINST WHAT IT SENT,
      * THE TRAILER CARRIES THE COUNTS FROM RRBDRIVE'S END-OF-JOB
      * CONTROL ROW FOR THE REGION - RECORDS RECEIVED ON ITS EXTRACT
      * AND HOW MANY OF THEM WERE ACCEPTED AND REJECTED TONIGHT - AND
      * A BALANCED FLAG, 'Y' WHEN ACCEPTED PLUS REJECTED IS RECEIVED.
      * AN OUT-OF-BALANCE REGION (A CHECKPOINT RESTART LEAVES THE
      * RECORDS CONVERTED BEFORE THE ABEND OUT OF THE TWO COUNTS) IS
      * STILL WRITTEN, FLAGGED 'N', AND LISTED ON SYSOUT, AND THE STEP
      * ENDS RC 4. THE DETAIL COUNT NEED NOT MATCH THE REJECTED COUNT
      * - RECYCLED RECORDS FROM EARLIER NIGHTS REJECT AGAIN AS
      * DETAILS BUT ARE NOT PART OF TONIGHT'S EXTRACT.
      *
      * EVERY REGION WITH A CONTROL ROW GETS A FILE, SO A CLEAN NIGHT
      * IS AN 'H' AND A 'T' WITH NO DETAILS, AND A MISSING FILE MEANS
      * ONE WAS NOT SENT OR WAS LOST. A REGION WITH REJECTS BUT NO
      * EXTRACT TONIGHT (ONLY RECYCLED RECORDS, OR LEFT OUT AS STALE)
      * STILL GETS ITS DETAILS, WITH ZERO COUNTS AND THE BALANCED FLAG
      * BLANK.
      *
      * EVERY DETAIL SENT BACK IS RECORDED AS A PRIVACY ACT
      * DISCLOSURE TO THE REGION THROUGH DSCLWRT (MECHANISM 'RF',
      * RECIPIENT 'REGION' PLUS THE SOURCE CODE, THE EXTRACT DATE AS
      * REFERENCE, PURPOSE 'COR'). THE REJECT CARRIES NO SSA HIC, SO
      * THE DISCLOSURE IS RECORDED UNDER THE RRB HIC ALONE.
      *
      * RECORD TYPES (70 BYTES):
      *   H  REGION(3) EXTRACT DATE(8)
      *   D  REGION(3) RRB HIC(12) REASON(2) REASON TEXT(40)
      *      ATTEMPTS(2) RECYCLED Y/N(1) AGED OUT Y/N(1)
      *   T  REGION(3) EXTRACT DATE(8) DETAILS(7) RECYCLED(7)
      *      AGED OUT(7) NOT RECYCLED(7) RECEIVED(7) ACCEPTED(7)
      *      REJECTED(7) BALANCED Y/N(1)

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REJECT-FEEDBACK-FILE
                                  ASSIGN TO RRBFDBK
                                  FILE STATUS IS FB-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-REG-FILE
                                  ASSIGN TO EXCPREAS
                                  FILE STATUS IS RG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-WORK-1     ASSIGN NODDNAME.

           SELECT REGION-FDBK-FILE
                                  ASSIGN TO WS-REGION-DSN
                                  FILE STATUS IS RF-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    RRBDRIVE'S REJECT-FEEDBACK-REC AND ITS REGION CONTROL ROW
      *    (FB-ROW-TYPE 'C').

       FD  REJECT-FEEDBACK-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  REJECT-FEEDBACK-REC.
           02  FB-EXTRACT-DATE     PIC X(08).
           02  FB-SOURCE           PIC X(03).
           02  FB-RRB-HIC          PIC X(12).
           02  FB-REJECT-REASON    PIC X(02).
           02  FB-ATTEMPTS         PIC 9(02).
           02  FB-RECYCLED-FLAG    PIC X(01).
           02  FB-AGED-FLAG        PIC X(01).
           02  FB-ROW-TYPE         PIC X(01).
           02  FILLER              PIC X(30).

       01  REJECT-CONTROL-REC.
           02  FBC-EXTRACT-DATE    PIC X(08).
           02  FBC-SOURCE          PIC X(03).
           02  FILLER              PIC X(18).
           02  FBC-ROW-TYPE        PIC X(01).
           02  FBC-RECEIVED        PIC 9(09).
           02  FBC-ACCEPTED        PIC 9(09).
           02  FBC-REJECTED        PIC 9(09).
           02  FBC-RESTARTED       PIC X(01).
           02  FILLER              PIC X(02).

       FD  REASON-REG-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  REASON-REG-REC.
           05  RG-PROGRAM          PIC X(08).
           05  RG-REASON           PIC X(02).
           05  RG-DESC             PIC X(40).

       SD  SORT-WORK-1
           RECORD 30.

       01  SORT-RECORD-1.
           05  SORT-SOURCE         PIC X(03).
           05  SORT-RRB-HIC        PIC X(12).
           05  SORT-EXTRACT-DATE   PIC X(08).
           05  SORT-REJECT-REASON  PIC X(02).
           05  SORT-ATTEMPTS       PIC 9(02).
           05  SORT-RECYCLED-FLAG  PIC X(01).
           05  SORT-AGED-FLAG      PIC X(01).
           05  FILLER              PIC X(01).

       FD  REGION-FDBK-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01  RF-DETAIL-REC.
           05  RF-RECORD-TYPE      PIC X(01).
           05  RF-REGION           PIC X(03).
           05  RF-RRB-HIC          PIC X(12).
           05  RF-REJECT-REASON    PIC X(02).
           05  RF-REASON-TEXT      PIC X(40).
           05  RF-ATTEMPTS         PIC 9(02).
           05  RF-RECYCLED-FLAG    PIC X(01).
           05  RF-AGED-FLAG        PIC X(01).
           05  FILLER              PIC X(08).

       01  RF-HEADER-REC.
           05  RFH-RECORD-TYPE     PIC X(01).
           05  RFH-REGION          PIC X(03).
           05  RFH-EXTRACT-DATE    PIC X(08).
           05  FILLER              PIC X(58).

       01  RF-TRAILER-REC.
           05  RFT-RECORD-TYPE     PIC X(01).
           05  RFT-REGION          PIC X(03).
           05  RFT-EXTRACT-DATE    PIC X(08).
           05  RFT-DETAIL-COUNT    PIC 9(07).
           05  RFT-RECYCLED-COUNT  PIC 9(07).
           05  RFT-AGED-COUNT      PIC 9(07).
           05  RFT-NOT-RECYCLED    PIC 9(07).
           05  RFT-RECEIVED-COUNT  PIC 9(07).
           05  RFT-ACCEPTED-COUNT  PIC 9(07).
           05  RFT-REJECTED-COUNT  PIC 9(07).
           05  RFT-BALANCED        PIC X(01).
           05  FILLER              PIC X(08).

       WORKING-STORAGE SECTION.

       01  FB-FILE-STATUS          PIC X(02).
       01  RG-FILE-STATUS          PIC X(02).
       01  RF-FILE-STATUS          PIC X(02).

       01  WS-REGION-DSN           PIC X(08)  VALUE SPACE.

       01  WS-SWITCHES.
           05  NO-MORE-INPUT       PIC X(01)  VALUE 'N'.
               88  END-OF-INPUT               VALUE 'Y'.
           05  NO-MORE-SORTED      PIC X(01)  VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-FILE-EOF         PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                VALUE 'Y'.
           05  WS-REGION-OPEN      PIC X(01)  VALUE 'N'.
               88  REGION-FILE-OPEN           VALUE 'Y'.

      *    THE EXCPREAS REGISTRY, LOADED ONCE.

       01  WS-REG-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY        OCCURS 100 TIMES.
               10  WS-REG-PROGRAM  PIC X(08).
               10  WS-REG-REASON   PIC X(02).
               10  WS-REG-DESC     PIC X(40).

       01  WS-REG-IDX              PIC 9(03)  VALUE ZERO.
       01  WS-REG-OWNER            PIC X(08)  VALUE SPACE.
       01  WS-REASON-TEXT          PIC X(40)  VALUE SPACE.

      *    RRBDRIVE'S CONTROL ROWS, ONE PER REGION WHOSE EXTRACT WAS
      *    CONVERTED TONIGHT. WS-CTL-WRITTEN GOES 'Y' ONCE THE
      *    REGION'S FILE IS OPENED, SO THE CLEAN REGIONS LEFT AT 'N'
      *    AFTER THE REJECTS GET THEIR HEADER-AND-TRAILER FILE.

       01  WS-CTL-COUNT            PIC 9(02)  VALUE ZERO.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY        OCCURS 20 TIMES.
               10  WS-CTL-REGION       PIC X(03).
               10  WS-CTL-EXTRACT-DATE PIC X(08).
               10  WS-CTL-RECEIVED     PIC 9(09).
               10  WS-CTL-ACCEPTED     PIC 9(09).
               10  WS-CTL-REJECTED     PIC 9(09).
               10  WS-CTL-RESTARTED    PIC X(01).
               10  WS-CTL-WRITTEN      PIC X(01).

       01  WS-CTL-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-CTL-SCAN             PIC 9(02)  VALUE ZERO.
       01  WS-CTL-FOUND            PIC 9(02)  VALUE ZERO.
       01  WS-CTL-REGION-IN        PIC X(03)  VALUE SPACE.
       01  WS-CTL-BALANCE          PIC 9(09)  VALUE ZERO.

      *    THE REGION CURRENTLY BEING WRITTEN AND ITS TRAILER COUNTS.

       01  WS-CURRENT-REGION       PIC X(03)  VALUE SPACE.
       01  WS-CURRENT-EXTRACT-DATE PIC X(08)  VALUE SPACE.

       01  WS-REGION-COUNTS.
           05  WS-RGN-DETAILS      PIC 9(07)  VALUE ZERO.
           05  WS-RGN-RECYCLED     PIC 9(07)  VALUE ZERO.
           05  WS-RGN-AGED         PIC 9(07)  VALUE ZERO.
           05  WS-RGN-NOT-RECYCLED PIC 9(07)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REJECTS-READ     PIC 9(09)  VALUE ZERO.
           05  WS-DETAILS-WRITTEN  PIC 9(09)  VALUE ZERO.
           05  WS-REGION-FILES     PIC 9(05)  VALUE ZERO.
           05  WS-REGION-FAILURES  PIC 9(05)  VALUE ZERO.
           05  WS-UNDECODED        PIC 9(09)  VALUE ZERO.
           05  WS-CONTROLS-READ    PIC 9(05)  VALUE ZERO.
           05  WS-CLEAN-FILES      PIC 9(05)  VALUE ZERO.
           05  WS-OUT-OF-BALANCE   PIC 9(05)  VALUE ZERO.

           COPY RETCODE.

      *    PARAMETERS FOR DSCLWRT - SAME LAYOUT AS DSCLWRT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-DSCLWRT-PARAMETERS.
           05  DW-FUNCTION             PIC  X(01).
           05  DW-RRB-HIC              PIC  X(12).
           05  DW-SSA-HIC              PIC  X(11).
           05  DW-DISC-DATE            PIC  X(08).
           05  DW-MECHANISM            PIC  X(02).
           05  DW-RECIPIENT            PIC  X(12).
           05  DW-REFERENCE            PIC  X(12).
           05  DW-PURPOSE              PIC  X(03).
           05  DW-SOURCE-PGM           PIC  X(08).
           05  DW-RESULT               PIC  X(01).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-LOAD-REASON-REGISTRY
              THRU 1000-EXIT.

           SORT SORT-WORK-1 ASCENDING SORT-SOURCE
                                      SORT-RRB-HIC
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 2000-RELEASE-REJECTS
                           THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-WRITE-REGION-FILES
                           THRU 3000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-LOAD-REASON-REGISTRY.

           OPEN INPUT REASON-REG-FILE.

           IF RG-FILE-STATUS NOT = '00'
              CLOSE REASON-REG-FILE
              GO TO 1000-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ REASON-REG-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF WS-REG-COUNT >= 100
                      DISPLAY 'REGFDBK,EXCPREAS ROWS EXCEED TABLE '
                              'MAX 100,ROWS IGNORED'
                      MOVE 'Y' TO WS-FILE-EOF
                   ELSE
                      ADD 1            TO WS-REG-COUNT
                      MOVE RG-PROGRAM  TO
                           WS-REG-PROGRAM (WS-REG-COUNT)
                      MOVE RG-REASON   TO
                           WS-REG-REASON (WS-REG-COUNT)
                      MOVE RG-DESC     TO
                           WS-REG-DESC (WS-REG-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE REASON-REG-FILE.

       1000-EXIT.
           EXIT.

      *    FEEDS THE SORT WITH TONIGHT'S REJECT ROWS, KEYED BY SOURCE
      *    REGION THEN RRB HIC. THE CONTROL ROWS ARE KEPT ASIDE.

       2000-RELEASE-REJECTS.

           OPEN INPUT REJECT-FEEDBACK-FILE.

           IF FB-FILE-STATUS NOT = '00'
              DISPLAY 'REGFDBK,NO RRBFDBK REJECT FILE,'
                      FB-FILE-STATUS
              CLOSE REJECT-FEEDBACK-FILE
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-INPUT
               READ REJECT-FEEDBACK-FILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-INPUT
                 NOT AT END
                   IF FB-ROW-TYPE = 'C'
                      PERFORM 2100-KEEP-CONTROL
                         THRU 2100-EXIT
                   ELSE
                      ADD 1            TO WS-REJECTS-READ
                      MOVE SPACE       TO SORT-RECORD-1
                      MOVE FB-SOURCE   TO SORT-SOURCE
                      IF SORT-SOURCE = SPACE
                         MOVE 'UNK'    TO SORT-SOURCE
                      END-IF
                      MOVE FB-RRB-HIC  TO SORT-RRB-HIC
                      MOVE FB-EXTRACT-DATE
                                       TO SORT-EXTRACT-DATE
                      MOVE FB-REJECT-REASON
                                       TO SORT-REJECT-REASON
                      MOVE FB-ATTEMPTS TO SORT-ATTEMPTS
                      MOVE FB-RECYCLED-FLAG
                                       TO SORT-RECYCLED-FLAG
                      MOVE FB-AGED-FLAG
                                       TO SORT-AGED-FLAG
                      RELEASE SORT-RECORD-1
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE REJECT-FEEDBACK-FILE.

       2000-EXIT.
           EXIT.

      *    A REGION'S CONTROL ROW. A LATER ROW FOR THE SAME REGION
      *    REPLACES AN EARLIER ONE.

       2100-KEEP-CONTROL.

           ADD 1                      TO WS-CONTROLS-READ.

           MOVE FBC-SOURCE            TO WS-CTL-REGION-IN.
           IF WS-CTL-REGION-IN = SPACE
              MOVE 'UNK'              TO WS-CTL-REGION-IN
           END-IF.

           PERFORM 3150-FIND-CONTROL
              THRU 3150-EXIT.

           IF WS-CTL-FOUND = ZERO
              IF WS-CTL-COUNT >= 20
                 DISPLAY 'REGFDBK,CONTROL ROWS EXCEED TABLE MAX 20,'
                         'REGION IGNORED,' WS-CTL-REGION-IN
                 SET RC-WARNING       TO TRUE
                 GO TO 2100-EXIT
              END-IF
              ADD 1                   TO WS-CTL-COUNT
              MOVE WS-CTL-COUNT       TO WS-CTL-FOUND
           END-IF.

           MOVE WS-CTL-REGION-IN      TO WS-CTL-REGION (WS-CTL-FOUND).
           MOVE FBC-EXTRACT-DATE      TO
                WS-CTL-EXTRACT-DATE (WS-CTL-FOUND).
           MOVE FBC-RECEIVED          TO
                WS-CTL-RECEIVED (WS-CTL-FOUND).
           MOVE FBC-ACCEPTED          TO
                WS-CTL-ACCEPTED (WS-CTL-FOUND).
           MOVE FBC-REJECTED          TO
                WS-CTL-REJECTED (WS-CTL-FOUND).
           MOVE FBC-RESTARTED         TO
                WS-CTL-RESTARTED (WS-CTL-FOUND).
           MOVE 'N'                   TO WS-CTL-WRITTEN (WS-CTL-FOUND).

       2100-EXIT.
           EXIT.

      *    WALKS THE SORTED REJECTS - EACH CHANGE OF SOURCE REGION
      *    CLOSES THE PREVIOUS REGION'S FILE WITH ITS TRAILER AND
      *    OPENS THE NEXT ONE WITH ITS HEADER - THEN WRITES THE FILES
      *    FOR THE REGIONS THAT HAD NO REJECTS.

       3000-WRITE-REGION-FILES.

           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-1
                 AT END
                   MOVE 'Y'            TO NO-MORE-SORTED
                   PERFORM 3200-CLOSE-REGION
                      THRU 3200-EXIT
                 NOT AT END
                   IF SORT-SOURCE NOT = WS-CURRENT-REGION
                      PERFORM 3200-CLOSE-REGION
                         THRU 3200-EXIT
                      MOVE SORT-SOURCE TO WS-CURRENT-REGION
                      MOVE SORT-EXTRACT-DATE
                                       TO WS-CURRENT-EXTRACT-DATE
                      PERFORM 3100-OPEN-REGION
                         THRU 3100-EXIT
                   END-IF
                   PERFORM 3300-WRITE-DETAIL
                      THRU 3300-EXIT
               END-RETURN
           END-PERFORM.

           PERFORM 3500-WRITE-CLEAN-REGIONS
              THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

      *    OPENS WS-CURRENT-REGION'S FILE. A REGION WITH A CONTROL
      *    ROW TAKES ITS EXTRACT DATE FROM IT AND IS MARKED WRITTEN.

       3100-OPEN-REGION.

           INITIALIZE WS-REGION-COUNTS.

           MOVE WS-CURRENT-REGION     TO WS-CTL-REGION-IN.
           PERFORM 3150-FIND-CONTROL
              THRU 3150-EXIT.

           IF WS-CTL-FOUND > ZERO
              MOVE 'Y'                TO WS-CTL-WRITTEN (WS-CTL-FOUND)
              MOVE WS-CTL-EXTRACT-DATE (WS-CTL-FOUND)
                                      TO WS-CURRENT-EXTRACT-DATE
           END-IF.

           MOVE SPACE                 TO WS-REGION-DSN.
           STRING 'RFB'               DELIMITED BY SIZE
                  WS-CURRENT-REGION   DELIMITED BY SIZE
             INTO WS-REGION-DSN.

           OPEN OUTPUT REGION-FDBK-FILE.

           IF RF-FILE-STATUS NOT = '00'
              DISPLAY 'REGFDBK,UNABLE TO OPEN ' WS-REGION-DSN
                      ',' RF-FILE-STATUS ',REGION SKIPPED'
              ADD 1                   TO WS-REGION-FAILURES
              MOVE 'N'                TO WS-REGION-OPEN
              SET RC-WARNING          TO TRUE
              GO TO 3100-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-REGION-OPEN.
           ADD 1                      TO WS-REGION-FILES.

           MOVE SPACE                 TO RF-HEADER-REC.
           MOVE 'H'                   TO RFH-RECORD-TYPE.
           MOVE WS-CURRENT-REGION     TO RFH-REGION.
           MOVE WS-CURRENT-EXTRACT-DATE
                                      TO RFH-EXTRACT-DATE.
           WRITE RF-HEADER-REC.

       3100-EXIT.
           EXIT.

       3150-FIND-CONTROL.

           MOVE ZERO                  TO WS-CTL-FOUND.

           PERFORM VARYING WS-CTL-SCAN FROM 1 BY 1
                     UNTIL WS-CTL-SCAN > WS-CTL-COUNT
               IF WS-CTL-REGION (WS-CTL-SCAN) = WS-CTL-REGION-IN
                  MOVE WS-CTL-SCAN    TO WS-CTL-FOUND
                  MOVE WS-CTL-COUNT   TO WS-CTL-SCAN
               END-IF
           END-PERFORM.

       3150-EXIT.
           EXIT.

       3200-CLOSE-REGION.

           IF NOT REGION-FILE-OPEN
              GO TO 3200-EXIT
           END-IF.

           MOVE SPACE                 TO RF-TRAILER-REC.
           MOVE 'T'                   TO RFT-RECORD-TYPE.
           MOVE WS-CURRENT-REGION     TO RFT-REGION.
           MOVE WS-CURRENT-EXTRACT-DATE
                                      TO RFT-EXTRACT-DATE.
           MOVE WS-RGN-DETAILS        TO RFT-DETAIL-COUNT.
           MOVE WS-RGN-RECYCLED       TO RFT-RECYCLED-COUNT.
           MOVE WS-RGN-AGED           TO RFT-AGED-COUNT.
           MOVE WS-RGN-NOT-RECYCLED   TO RFT-NOT-RECYCLED.
           MOVE ZERO                  TO RFT-RECEIVED-COUNT
                                         RFT-ACCEPTED-COUNT
                                         RFT-REJECTED-COUNT.

      *    THE REGION'S OWN BALANCE - RECEIVED MUST BE ACCEPTED PLUS
      *    REJECTED. CHECKED BEFORE THE TRAILER GOES OUT.

           IF WS-CTL-FOUND > ZERO
              MOVE WS-CTL-RECEIVED (WS-CTL-FOUND)
                                      TO RFT-RECEIVED-COUNT
              MOVE WS-CTL-ACCEPTED (WS-CTL-FOUND)
                                      TO RFT-ACCEPTED-COUNT
              MOVE WS-CTL-REJECTED (WS-CTL-FOUND)
                                      TO RFT-REJECTED-COUNT
              COMPUTE WS-CTL-BALANCE =
                      WS-CTL-ACCEPTED (WS-CTL-FOUND)
                    + WS-CTL-REJECTED (WS-CTL-FOUND)
              IF WS-CTL-BALANCE = WS-CTL-RECEIVED (WS-CTL-FOUND)
                 MOVE 'Y'             TO RFT-BALANCED
              ELSE
                 MOVE 'N'             TO RFT-BALANCED
                 ADD 1                TO WS-OUT-OF-BALANCE
                 SET RC-WARNING       TO TRUE
                 DISPLAY 'REGFDBK,REGION,' WS-CURRENT-REGION
                         ',OUT OF BALANCE,RECEIVED,'
                         WS-CTL-RECEIVED (WS-CTL-FOUND)
                         ',ACCEPTED,' WS-CTL-ACCEPTED (WS-CTL-FOUND)
                         ',REJECTED,' WS-CTL-REJECTED (WS-CTL-FOUND)
                         ',RESTARTED,' WS-CTL-RESTARTED (WS-CTL-FOUND)
              END-IF
           END-IF.

           WRITE RF-TRAILER-REC.

           CLOSE REGION-FDBK-FILE.
           MOVE 'N'                   TO WS-REGION-OPEN.

           DISPLAY 'REGFDBK,REGION,' WS-CURRENT-REGION
                   ',DETAILS,' WS-RGN-DETAILS
                   ',RECYCLED,' WS-RGN-RECYCLED
                   ',AGED OUT,' WS-RGN-AGED
                   ',NOT RECYCLED,' WS-RGN-NOT-RECYCLED.

       3200-EXIT.
           EXIT.

      *    A REGION WHOSE EXTRACT CONVERTED WITHOUT A REJECT STILL
      *    GETS ITS FILE - HEADER AND TRAILER, NO DETAILS.

       3500-WRITE-CLEAN-REGIONS.

           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                     UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-WRITTEN (WS-CTL-IDX) NOT = 'Y'
                  MOVE WS-CTL-REGION (WS-CTL-IDX)
                                      TO WS-CURRENT-REGION
                  PERFORM 3100-OPEN-REGION
                     THRU 3100-EXIT
                  IF REGION-FILE-OPEN
                     ADD 1            TO WS-CLEAN-FILES
                  END-IF
                  PERFORM 3200-CLOSE-REGION
                     THRU 3200-EXIT
               END-IF
           END-PERFORM.

       3500-EXIT.
           EXIT.

       3300-WRITE-DETAIL.

           IF NOT REGION-FILE-OPEN
              GO TO 3300-EXIT
           END-IF.

           PERFORM 3400-DECODE-REASON
              THRU 3400-EXIT.

           MOVE SPACE                 TO RF-DETAIL-REC.
           MOVE 'D'                   TO RF-RECORD-TYPE.
           MOVE WS-CURRENT-REGION     TO RF-REGION.
           MOVE SORT-RRB-HIC          TO RF-RRB-HIC.
           MOVE SORT-REJECT-REASON    TO RF-REJECT-REASON.
           MOVE WS-REASON-TEXT        TO RF-REASON-TEXT.
           MOVE SORT-ATTEMPTS         TO RF-ATTEMPTS.
           MOVE SORT-RECYCLED-FLAG    TO RF-RECYCLED-FLAG.
           MOVE SORT-AGED-FLAG        TO RF-AGED-FLAG.
           WRITE RF-DETAIL-REC.

           ADD 1                      TO WS-RGN-DETAILS.
           ADD 1                      TO WS-DETAILS-WRITTEN.

           MOVE 'W'                   TO DW-FUNCTION.
           MOVE SORT-RRB-HIC          TO DW-RRB-HIC.
           MOVE SPACE                 TO DW-SSA-HIC.
           MOVE SPACE                 TO DW-DISC-DATE.
           MOVE 'RF'                  TO DW-MECHANISM.
           MOVE SPACE                 TO DW-RECIPIENT.
           STRING 'REGION' WS-CURRENT-REGION
                  DELIMITED BY SIZE
                  INTO DW-RECIPIENT.
           MOVE WS-CURRENT-EXTRACT-DATE
                                      TO DW-REFERENCE.
           MOVE 'COR'                 TO DW-PURPOSE.
           MOVE 'REGFDBK '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

           IF SORT-AGED-FLAG = 'Y'
              ADD 1                   TO WS-RGN-AGED
           ELSE
              IF SORT-RECYCLED-FLAG = 'Y'
                 ADD 1                TO WS-RGN-RECYCLED
              ELSE
                 ADD 1                TO WS-RGN-NOT-RECYCLED
              END-IF
           END-IF.

       3300-EXIT.
           EXIT.

      *    RRBTOSSA OWNS REASONS 01-06; RRBDRIVE'S OWN EDITS OWN 07
      *    AND UP. A CODE THE REGISTRY DOESN'T CARRY STILL GOES OUT,
      *    WITH A FIXED TEXT SAYING SO.

       3400-DECODE-REASON.

           IF SORT-REJECT-REASON < '07'
              MOVE 'RRBTOSSA'         TO WS-REG-OWNER
           ELSE
              MOVE 'RRBDRIVE'         TO WS-REG-OWNER
           END-IF.

           MOVE SPACE                 TO WS-REASON-TEXT.

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                     UNTIL WS-REG-IDX > WS-REG-COUNT
               IF  WS-REG-PROGRAM (WS-REG-IDX) = WS-REG-OWNER
               AND WS-REG-REASON (WS-REG-IDX) = SORT-REJECT-REASON
                   MOVE WS-REG-DESC (WS-REG-IDX)
                                      TO WS-REASON-TEXT
                   MOVE WS-REG-COUNT  TO WS-REG-IDX
               END-IF
           END-PERFORM.

           IF WS-REASON-TEXT = SPACE
              MOVE 'REASON NOT ON EXCPREAS REGISTRY'
                                      TO WS-REASON-TEXT
              ADD 1                   TO WS-UNDECODED
           END-IF.

       3400-EXIT.
           EXIT.

       8000-TERMINATE.

           MOVE 'C'                   TO DW-FUNCTION.
           MOVE 'REGFDBK '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

           DISPLAY 'REGFDBK,REJECTS READ,' WS-REJECTS-READ.
           DISPLAY 'REGFDBK,DETAILS WRITTEN,' WS-DETAILS-WRITTEN.
           DISPLAY 'REGFDBK,REGION FILES WRITTEN,' WS-REGION-FILES.
           DISPLAY 'REGFDBK,REGION FILES FAILED,' WS-REGION-FAILURES.
           DISPLAY 'REGFDBK,REASONS NOT ON REGISTRY,' WS-UNDECODED.
           DISPLAY 'REGFDBK,REGION CONTROL ROWS READ,' WS-CONTROLS-READ.
           DISPLAY 'REGFDBK,CLEAN REGION FILES,' WS-CLEAN-FILES.
           DISPLAY 'REGFDBK,REGIONS OUT OF BALANCE,' WS-OUT-OF-BALANCE.

           MOVE WS-RETURN-CODE        TO RETURN-CODE.

       8000-EXIT.
           EXIT.
