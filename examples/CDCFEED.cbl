       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCFEED.
       AUTHOR. CHRISTIAN STRAMA.

      * NIGHTLY CHANGE-DATA-CAPTURE FEED TO THE AGENCY DATA WAREHOUSE.
      * THE WAREHOUSE USED TO SEE OUR MASTERS ONLY THROUGH A MONTHLY
      * FULL UNLOAD. MSTJRNL ALREADY JOURNALS EVERY WRITE, REWRITE AND
      * DELETE AGAINST HICXREF, SSAXREF, ACKMAST, OUTCMAST AND
      * ALERTFIL WITH THE FULL RECORD IMAGE, SO THIS STEP READS THE
      * XJRNL ENTRIES ADDED SINCE IT LAST RAN AND WRITES THEM TO THE
      * CDCFEED FILE IN THE DOCUMENTED WAREHOUSE LAYOUT (THE CDCREC
      * COPYBOOK) - A HEADER, ONE DETAIL PER CHANGE, AND A CONTROL
      * TRAILER. JOURNAL ENTRIES FOR ANY OTHER FILE ARE PASSED OVER.
      *
      * THE RESTART POINT IS THE CDCCTL CONTROL RECORD: HOW MANY
      * JOURNAL ENTRIES HAVE BEEN CONSUMED, THE STAMP OF THE LAST ONE,
      * AND THE LAST SEQUENCE NUMBER ISSUED. EACH RUN SKIPS THE
      * CONSUMED ENTRIES AND FEEDS THE REST, SO A MISSED NIGHT IS
      * CAUGHT UP BY THE NEXT RUN, IN JOURNAL ORDER AND WITH THE
      * SEQUENCE CONTINUING, WITHOUT ANOTHER FULL UNLOAD. IF THE
      * JOURNAL NO LONGER MATCHES THE RESTART POINT (IT WAS RESTORED
      * OR STARTED AFRESH) THE FEED FALLS BACK TO EVERY ENTRY STAMPED
      * AFTER THE LAST ONE FED AND SAYS SO. CDCCTL IS REWRITTEN ONLY
      * AFTER THE FEED IS CLOSED, SO A RUN THAT DIES IS SIMPLY RERUN
      * AND ISSUES THE SAME SEQUENCE NUMBERS AGAIN. WITHOUT A CDCCTL
      * RECORD THE WHOLE JOURNAL IS FED FROM SEQUENCE 1.
      *
      * THE CHANGE FLAGS ON EACH DETAIL COMPARE THE NEW IMAGE WITH
      * THE LAST ONE FED FOR THE SAME KEY, KEPT ON THE KEYED CDCIMG
      * STORE (ENTITY AND BUSINESS KEY, WITH THE IMAGE BEFORE IT AND
      * THE SEQUENCE THAT SET IT). A RERUN FINDS ITS OWN SEQUENCE
      * ALREADY ON A STORE RECORD AND COMPARES WITH THE IMAGE BEFORE
      * IT INSTEAD; WHERE EVEN THAT IS GONE EVERY COLUMN IS FLAGGED.
      *
      * EVERY BENEFICIARY WHOSE RECORD GOES OUT ON THE FEED IS
      * RECORDED AS A PRIVACY ACT DISCLOSURE TO THE WAREHOUSE THROUGH
      * DSCLWRT (MECHANISM 'WH', RECIPIENT 'DWH', REFERENCE THE FEED
      * ID, PURPOSE 'STA') - ONCE PER BENEFICIARY PER BUSINESS DATE.
      *
      * UNDER THE SHARED BTCHTEST SWITCH THE TEST-SCOPED XJRNLT,
      * CDCCTLT AND CDCIMGT ARE USED. RETURN CODE 8 WHEN THE JOURNAL
      * OR THE FEED CANNOT BE OPENED - NOTHING IS FED AND THE RESTART
      * POINT STAYS WHERE IT WAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT JOURNAL-FILE    ASSIGN TO WS-XJRNL-DSN
                                  FILE STATUS IS JR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CDC-CTL-FILE
                                  ASSIGN TO WS-CDCCTL-DSN
                                  FILE STATUS IS CC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT CDC-IMAGE-FILE  ASSIGN TO WS-CDCIMG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS CI-KEY
                                  FILE STATUS IS CI-FILE-STATUS.

           SELECT CDC-FEED-FILE   ASSIGN TO CDCFEED
                                  FILE STATUS IS CF-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    SAME LAYOUT MSTJRNL WRITES.

       FD  JOURNAL-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  JOURNAL-REC.
           05  JR-TIMESTAMP            PIC  X(26).
           05  JR-SOURCE-PGM           PIC  X(08).
           05  JR-FILE-ID              PIC  X(08).
           05  JR-ACTION               PIC  X(01).
           05  JR-RECORD-IMAGE         PIC  X(135).
           05  FILLER                  PIC  X(02).

       FD  CDC-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CDC-CTL-REC.
           05  CC-JOURNAL-COUNT        PIC  9(09).
           05  CC-LAST-STAMP           PIC  X(26).
           05  CC-LAST-SEQUENCE        PIC  9(09).
           05  CC-LAST-BUS-DATE        PIC  X(08).
           05  CC-RUN-STAMP            PIC  X(26).
           05  FILLER                  PIC  X(02).

       FD  CDC-IMAGE-FILE.

       01  CDC-IMAGE-REC.
           05  CI-KEY.
               10  CI-ENTITY           PIC  X(08).
               10  CI-BUSINESS-KEY     PIC  X(26).
           05  CI-LAST-SEQUENCE        PIC  9(09).
           05  CI-DELETED              PIC  X(01).
           05  CI-PRIOR-DELETED        PIC  X(01).
           05  CI-PRIOR-IMAGE          PIC  X(135).
           05  CI-IMAGE                PIC  X(135).

       FD  CDC-FEED-FILE
           RECORD CONTAINS 250 CHARACTERS.

           COPY CDCREC.

       WORKING-STORAGE SECTION.

       01  JR-FILE-STATUS          PIC X(02).
       01  CC-FILE-STATUS          PIC X(02).
       01  CI-FILE-STATUS          PIC X(02).
       01  CF-FILE-STATUS          PIC X(02).

       01  WS-XJRNL-DSN            PIC X(08).
       01  WS-CDCCTL-DSN           PIC X(08).
       01  WS-CDCIMG-DSN           PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-JOURNAL     PIC X(01)  VALUE 'N'.
               88  END-OF-JOURNAL             VALUE 'Y'.
           05  NO-MORE-FEED        PIC X(01)  VALUE 'N'.
               88  END-OF-FEED                VALUE 'Y'.
           05  WS-SETUP-FAILED     PIC X(01)  VALUE 'N'.
           05  WS-FEED-BY-STAMP    PIC X(01)  VALUE 'N'.
               88  FEEDING-BY-STAMP           VALUE 'Y'.
           05  WS-PRIOR-KNOWN      PIC X(01)  VALUE 'N'.
               88  PRIOR-KNOWN                VALUE 'Y'.
           05  WS-STORE-FOUND      PIC X(01)  VALUE 'N'.
               88  STORE-FOUND                VALUE 'Y'.

      *    THE RESTART POINT AS READ, AND AS IT WILL BE REWRITTEN.

       01  WS-RESTART.
           05  WS-RESUME-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-RESUME-STAMP         PIC X(26)  VALUE SPACE.
           05  WS-RESUME-SEQUENCE      PIC 9(09)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ         PIC 9(09)  VALUE ZERO.
           05  WS-OTHER-FILES          PIC 9(09)  VALUE ZERO.
           05  WS-DETAIL-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-INSERT-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-UPDATE-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-ALL-FLAGGED          PIC 9(09)  VALUE ZERO.

       01  WS-SEQUENCE             PIC 9(09)  VALUE ZERO.
       01  WS-LAST-STAMP           PIC X(26)  VALUE SPACE.
       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-RUN-STAMP            PIC X(26)  VALUE SPACE.

       01  WS-PRIOR-IMAGE          PIC X(135) VALUE SPACE.

      *    THE ENTITIES FED AND THE COLUMNS OF EACH - KEY LENGTH,
      *    COLUMN COUNT, THEN EACH COLUMN'S FIRST BYTE AND WIDTH IN
      *    THE JOURNAL IMAGE. THE POSITIONS ARE THE ONES THE CDCREC
      *    COLUMN VIEWS DOCUMENT; THE TWO MUST CHANGE TOGETHER.

       01  WS-ENTITY-VALUES.
           05  FILLER              PIC X(12)  VALUE 'HICXREF 1211'.
           05  FILLER              PIC X(36)  VALUE
               '001012013011024011035002037026063026'.
           05  FILLER              PIC X(36)  VALUE
               '089001090001091008099012111012000000'.
           05  FILLER              PIC X(06)  VALUE '000000'.
           05  FILLER              PIC X(12)  VALUE 'SSAXREF 1105'.
           05  FILLER              PIC X(36)  VALUE
               '001011012012024011035002037026000000'.
           05  FILLER              PIC X(36)  VALUE
               '000000000000000000000000000000000000'.
           05  FILLER              PIC X(06)  VALUE '000000'.
           05  FILLER              PIC X(12)  VALUE 'ACKMAST 1109'.
           05  FILLER              PIC X(36)  VALUE
               '001011012012024008032001033003036008'.
           05  FILLER              PIC X(36)  VALUE
               '044011055002057001000000000000000000'.
           05  FILLER              PIC X(06)  VALUE '000000'.
           05  FILLER              PIC X(12)  VALUE 'OUTCMAST1213'.
           05  FILLER              PIC X(36)  VALUE
               '001012013011024002026002028001029001'.
           05  FILLER              PIC X(36)  VALUE
               '030008038011049002051002053001054001'.
           05  FILLER              PIC X(06)  VALUE '055008'.
           05  FILLER              PIC X(12)  VALUE 'ALERTFIL2607'.
           05  FILLER              PIC X(36)  VALUE
               '001026027008035002037060097001098008'.
           05  FILLER              PIC X(36)  VALUE
               '106030000000000000000000000000000000'.
           05  FILLER              PIC X(06)  VALUE '000000'.

       01  WS-ENTITY-TABLE REDEFINES WS-ENTITY-VALUES.
           05  WS-ENT-ENTRY            OCCURS 5 TIMES.
               10  WS-ENT-FILE-ID      PIC X(08).
               10  WS-ENT-KEY-LENGTH   PIC 9(02).
               10  WS-ENT-COLUMNS      PIC 9(02).
               10  WS-ENT-COLUMN       OCCURS 13 TIMES.
                   15  WS-ENT-COL-START
                                       PIC 9(03).
                   15  WS-ENT-COL-WIDTH
                                       PIC 9(03).

       01  WS-ENTITY-COUNT         PIC 9(02)  VALUE 5.
       01  WS-ENT-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-FOUND-IDX            PIC 9(02)  VALUE ZERO.
       01  WS-COL-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-COL-START            PIC 9(03)  VALUE ZERO.
       01  WS-COL-WIDTH            PIC 9(03)  VALUE ZERO.
       01  WS-KEY-LENGTH           PIC 9(02)  VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

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

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF WS-SETUP-FAILED = 'Y'
              GO TO 0000-STOP
           END-IF.

           PERFORM 2000-POSITION-JOURNAL
              THRU 2000-EXIT.

           PERFORM 3000-FEED-ONE-ENTRY
              THRU 3000-EXIT
              UNTIL END-OF-JOURNAL.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

       0000-STOP.

           DISPLAY 'CDCFEED,JOURNAL ENTRIES READ,' WS-JOURNAL-READ.
           DISPLAY 'CDCFEED,CHANGES FED,' WS-DETAIL-COUNT.
           DISPLAY 'CDCFEED,INSERTS,' WS-INSERT-COUNT
                   ',UPDATES,' WS-UPDATE-COUNT
                   ',DELETES,' WS-DELETE-COUNT.
           DISPLAY 'CDCFEED,OTHER FILES PASSED OVER,' WS-OTHER-FILES.
           DISPLAY 'CDCFEED,NO EARLIER IMAGE - ALL COLUMNS FLAGGED,'
                   WS-ALL-FLAGGED.

           GOBACK.

      *    BUSINESS DATE, DATASETS, THE RESTART POINT, AND THE FEED'S
      *    HEADER.

       1000-INITIALIZE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'XJRNLT  '          TO  WS-XJRNL-DSN
               MOVE  'CDCCTLT '          TO  WS-CDCCTL-DSN
               MOVE  'CDCIMGT '          TO  WS-CDCIMG-DSN
           ELSE
               MOVE  'XJRNL   '          TO  WS-XJRNL-DSN
               MOVE  'CDCCTL  '          TO  WS-CDCCTL-DSN
               MOVE  'CDCIMG  '          TO  WS-CDCIMG-DSN
           END-IF.

           OPEN INPUT CDC-CTL-FILE.
           IF CC-FILE-STATUS = '00'
              READ CDC-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF  CC-JOURNAL-COUNT NUMERIC
                    AND CC-LAST-SEQUENCE NUMERIC
                        MOVE CC-JOURNAL-COUNT TO WS-RESUME-COUNT
                        MOVE CC-LAST-STAMP    TO WS-RESUME-STAMP
                        MOVE CC-LAST-SEQUENCE TO WS-RESUME-SEQUENCE
                    ELSE
                        DISPLAY 'CDCFEED,CDCCTL RECORD NOT NUMERIC,'
                                'REFUSING TO GUESS A RESTART POINT'
                        MOVE 8        TO RETURN-CODE
                        MOVE 'Y'      TO WS-SETUP-FAILED
                    END-IF
              END-READ
              CLOSE CDC-CTL-FILE
           END-IF.

           IF WS-SETUP-FAILED = 'Y'
              GO TO 1000-EXIT
           END-IF.

           MOVE WS-RESUME-SEQUENCE    TO WS-SEQUENCE.
           MOVE WS-RESUME-STAMP       TO WS-LAST-STAMP.

           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = '00'
              DISPLAY 'CDCFEED,UNABLE TO OPEN XJRNL,' JR-FILE-STATUS
                      ',NOTHING FED'
              MOVE 8                  TO RETURN-CODE
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT CDC-FEED-FILE.
           IF CF-FILE-STATUS NOT = '00'
              DISPLAY 'CDCFEED,UNABLE TO OPEN CDCFEED,' CF-FILE-STATUS
                      ',NOTHING FED'
              CLOSE JOURNAL-FILE
              MOVE 8                  TO RETURN-CODE
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

      *    THE IMAGE STORE IS CREATED EMPTY THE FIRST TIME THE FEED
      *    RUNS.

           OPEN I-O CDC-IMAGE-FILE.
           IF CI-FILE-STATUS NOT = '00'
              OPEN OUTPUT CDC-IMAGE-FILE
              CLOSE CDC-IMAGE-FILE
              OPEN I-O CDC-IMAGE-FILE
           END-IF.
           IF CI-FILE-STATUS NOT = '00'
              DISPLAY 'CDCFEED,UNABLE TO OPEN CDCIMG,' CI-FILE-STATUS
                      ',NOTHING FED'
              CLOSE JOURNAL-FILE
                    CDC-FEED-FILE
              MOVE 8                  TO RETURN-CODE
              MOVE 'Y'                TO WS-SETUP-FAILED
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACE                 TO CDC-HEADER-REC.
           MOVE 'H'                   TO CH-RECORD-TYPE.
           COMPUTE CH-FIRST-SEQUENCE = WS-SEQUENCE + 1.
           MOVE WS-BUSINESS-DATE      TO CH-BUSINESS-DATE.
           MOVE 'RRBCDC  '            TO CH-FEED-ID.
           MOVE '02'                  TO CH-LAYOUT-VERSION.
           MOVE WS-RESUME-STAMP       TO CH-RESUMED-AFTER.
           MOVE WS-RUN-STAMP          TO CH-RUN-STAMP.
           WRITE CDC-HEADER-REC.

       1000-EXIT.
           EXIT.

      *    SKIPS THE ENTRIES ALREADY CONSUMED. THE LAST ONE SKIPPED
      *    MUST CARRY THE STAMP THE RESTART POINT RECORDED; IF THE
      *    JOURNAL IS SHORTER OR DIFFERENT, IT IS REREAD FROM THE TOP
      *    AND ONLY ENTRIES STAMPED AFTER THAT STAMP ARE FED.

       2000-POSITION-JOURNAL.

           IF WS-RESUME-COUNT = ZERO
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-JOURNAL-READ >= WS-RESUME-COUNT
                      OR END-OF-JOURNAL
               READ JOURNAL-FILE
                  AT END
                     MOVE 'Y'         TO NO-MORE-JOURNAL
                  NOT AT END
                     ADD 1            TO WS-JOURNAL-READ
               END-READ
           END-PERFORM.

           IF  NOT END-OF-JOURNAL
           AND JR-TIMESTAMP = WS-RESUME-STAMP
               GO TO 2000-EXIT
           END-IF.

           DISPLAY 'CDCFEED,XJRNL DOES NOT MATCH THE RESTART POINT,'
                   'FEEDING ENTRIES STAMPED AFTER ' WS-RESUME-STAMP.

           CLOSE JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.
           MOVE 'N'                   TO NO-MORE-JOURNAL.
           MOVE ZERO                  TO WS-JOURNAL-READ.
           MOVE 'Y'                   TO WS-FEED-BY-STAMP.

       2000-EXIT.
           EXIT.

      *    ONE JOURNAL ENTRY - FED WHEN IT IS FOR ONE OF THE ENTITIES
      *    IN THE TABLE.

       3000-FEED-ONE-ENTRY.

           READ JOURNAL-FILE
              AT END
                 MOVE 'Y'             TO NO-MORE-JOURNAL
           END-READ.

           IF END-OF-JOURNAL
              GO TO 3000-EXIT
           END-IF.

           ADD 1                      TO WS-JOURNAL-READ.

           IF  FEEDING-BY-STAMP
           AND JR-TIMESTAMP NOT > WS-RESUME-STAMP
               GO TO 3000-EXIT
           END-IF.

           MOVE JR-TIMESTAMP          TO WS-LAST-STAMP.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                     UNTIL WS-ENT-IDX > WS-ENTITY-COUNT
               IF WS-ENT-FILE-ID (WS-ENT-IDX) = JR-FILE-ID
                  MOVE WS-ENT-IDX     TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              ADD 1                   TO WS-OTHER-FILES
              GO TO 3000-EXIT
           END-IF.

           ADD 1                      TO WS-SEQUENCE.
           MOVE WS-ENT-KEY-LENGTH (WS-FOUND-IDX)
                                      TO WS-KEY-LENGTH.

           MOVE SPACE                 TO CDC-DETAIL-REC.
           MOVE 'D'                   TO CD-RECORD-TYPE.
           MOVE WS-SEQUENCE           TO CD-SEQUENCE.
           MOVE WS-BUSINESS-DATE      TO CD-BUSINESS-DATE.
           MOVE JR-TIMESTAMP          TO CD-CHANGE-STAMP.
           MOVE JR-FILE-ID            TO CD-ENTITY.
           MOVE JR-SOURCE-PGM         TO CD-SOURCE-PGM.
           MOVE JR-RECORD-IMAGE (1:WS-KEY-LENGTH)
                                      TO CD-BUSINESS-KEY.
           MOVE WS-ENT-COLUMNS (WS-FOUND-IDX)
                                      TO CD-COLUMN-COUNT.
           MOVE JR-RECORD-IMAGE       TO CD-COLUMNS.

           EVALUATE JR-ACTION
             WHEN 'W'
               MOVE 'I'               TO CD-OPERATION
               ADD 1                  TO WS-INSERT-COUNT
             WHEN 'D'
               MOVE 'D'               TO CD-OPERATION
               ADD 1                  TO WS-DELETE-COUNT
             WHEN OTHER
               MOVE 'U'               TO CD-OPERATION
               ADD 1                  TO WS-UPDATE-COUNT
           END-EVALUATE.

           PERFORM 3100-UPDATE-IMAGE-STORE
              THRU 3100-EXIT.

           IF NOT CD-DELETE
              PERFORM 3200-SET-CHANGE-FLAGS
                 THRU 3200-EXIT
           END-IF.

           WRITE CDC-DETAIL-REC.
           ADD 1                      TO WS-DETAIL-COUNT.

       3000-EXIT.
           EXIT.

      *    FINDS THE LAST IMAGE FED FOR THE KEY AND RECORDS THIS ONE
      *    IN ITS PLACE. A STORE RECORD ALREADY CARRYING THIS ENTRY'S
      *    SEQUENCE WAS WRITTEN BY AN EARLIER ATTEMPT AT THIS SAME
      *    NIGHT, SO ITS PRIOR IMAGE IS THE ONE TO COMPARE WITH; ONE
      *    CARRYING A LATER SEQUENCE NO LONGER HOLDS IT AT ALL.

       3100-UPDATE-IMAGE-STORE.

           MOVE 'N'                   TO WS-PRIOR-KNOWN.
           MOVE SPACE                 TO WS-PRIOR-IMAGE.
           MOVE JR-FILE-ID            TO CI-ENTITY.
           MOVE CD-BUSINESS-KEY       TO CI-BUSINESS-KEY.

           READ CDC-IMAGE-FILE
              INVALID KEY
                 MOVE 'N'             TO WS-STORE-FOUND
              NOT INVALID KEY
                 MOVE 'Y'             TO WS-STORE-FOUND
           END-READ.

           IF NOT STORE-FOUND
              MOVE JR-FILE-ID         TO CI-ENTITY
              MOVE CD-BUSINESS-KEY    TO CI-BUSINESS-KEY
              MOVE WS-SEQUENCE        TO CI-LAST-SEQUENCE
              MOVE 'Y'                TO CI-PRIOR-DELETED
              MOVE SPACE              TO CI-PRIOR-IMAGE
              MOVE 'N'                TO CI-DELETED
              IF CD-DELETE
                 MOVE 'Y'             TO CI-DELETED
              END-IF
              MOVE JR-RECORD-IMAGE    TO CI-IMAGE
              WRITE CDC-IMAGE-REC
              GO TO 3100-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN CI-LAST-SEQUENCE < WS-SEQUENCE
               IF CI-DELETED NOT = 'Y'
                  MOVE 'Y'            TO WS-PRIOR-KNOWN
                  MOVE CI-IMAGE       TO WS-PRIOR-IMAGE
               END-IF
               MOVE CI-DELETED        TO CI-PRIOR-DELETED
               MOVE CI-IMAGE          TO CI-PRIOR-IMAGE
               MOVE JR-RECORD-IMAGE   TO CI-IMAGE
               MOVE WS-SEQUENCE       TO CI-LAST-SEQUENCE
               MOVE 'N'               TO CI-DELETED
               IF CD-DELETE
                  MOVE 'Y'            TO CI-DELETED
               END-IF
               REWRITE CDC-IMAGE-REC
             WHEN CI-LAST-SEQUENCE = WS-SEQUENCE
               IF CI-PRIOR-DELETED NOT = 'Y'
                  MOVE 'Y'            TO WS-PRIOR-KNOWN
                  MOVE CI-PRIOR-IMAGE TO WS-PRIOR-IMAGE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      *    ONE FLAG PER COLUMN OF THE ENTITY - Y WHERE THE COLUMN
      *    DIFFERS FROM THE LAST IMAGE FED, ALL Y WHEN THERE IS NONE.

       3200-SET-CHANGE-FLAGS.

           IF NOT PRIOR-KNOWN
              ADD 1                   TO WS-ALL-FLAGGED
           END-IF.

           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > CD-COLUMN-COUNT
               MOVE WS-ENT-COL-START (WS-FOUND-IDX, WS-COL-IDX)
                                      TO WS-COL-START
               MOVE WS-ENT-COL-WIDTH (WS-FOUND-IDX, WS-COL-IDX)
                                      TO WS-COL-WIDTH
               IF  PRIOR-KNOWN
               AND JR-RECORD-IMAGE (WS-COL-START:WS-COL-WIDTH) =
                   WS-PRIOR-IMAGE (WS-COL-START:WS-COL-WIDTH)
                   MOVE 'N'           TO CD-CHANGE-FLAG (WS-COL-IDX)
               ELSE
                   MOVE 'Y'           TO CD-CHANGE-FLAG (WS-COL-IDX)
               END-IF
           END-PERFORM.

       3200-EXIT.
           EXIT.

      *    A FED DETAIL CARRYING A BENEFICIARY'S RECORD DISCLOSES IT
      *    TO THE WAREHOUSE. ONE DISCLOSURE PER BENEFICIARY PER
      *    NIGHT'S FEED, HOWEVER MANY OF ITS MASTERS CHANGED - THE
      *    FEED ID AS REFERENCE AND THE BUSINESS DATE MAKE THE SECOND
      *    CHANGE A DUPLICATE DSCLWRT ALREADY HOLDS. ALERTFIL CARRIES
      *    NO BENEFICIARY.

       3300-RECORD-DISCLOSURE.

           EVALUATE CD-ENTITY
             WHEN 'HICXREF '
               MOVE CD-HX-RRB-HIC     TO DW-RRB-HIC
               MOVE CD-HX-SSA-HIC     TO DW-SSA-HIC
             WHEN 'SSAXREF '
               MOVE CD-SX-RRB-HIC     TO DW-RRB-HIC
               MOVE CD-SX-SSA-HIC     TO DW-SSA-HIC
             WHEN 'ACKMAST '
               MOVE CD-AK-RRB-HIC     TO DW-RRB-HIC
               MOVE CD-AK-SSA-HIC     TO DW-SSA-HIC
             WHEN 'OUTCMAST'
               MOVE CD-OM-RRB-HIC     TO DW-RRB-HIC
               MOVE CD-OM-CUR-SSA-HIC TO DW-SSA-HIC
             WHEN OTHER
               GO TO 3300-EXIT
           END-EVALUATE.

           MOVE 'W'                   TO DW-FUNCTION.
           MOVE WS-BUSINESS-DATE      TO DW-DISC-DATE.
           MOVE 'WH'                  TO DW-MECHANISM.
           MOVE 'DWH'                 TO DW-RECIPIENT.
           MOVE 'RRBCDC'              TO DW-REFERENCE.
           MOVE 'STA'                 TO DW-PURPOSE.
           MOVE 'CDCFEED '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       3300-EXIT.
           EXIT.

      *    THE TRAILER, THEN THE NEW RESTART POINT - WRITTEN ONLY
      *    ONCE THE FEED IS SAFELY CLOSED.

       8000-TERMINATE.

           MOVE SPACE                 TO CDC-TRAILER-REC.
           MOVE 'T'                   TO CT-RECORD-TYPE.
           MOVE WS-SEQUENCE           TO CT-LAST-SEQUENCE.
           MOVE WS-BUSINESS-DATE      TO CT-BUSINESS-DATE.
           MOVE WS-DETAIL-COUNT       TO CT-DETAIL-COUNT.
           MOVE WS-INSERT-COUNT       TO CT-INSERT-COUNT.
           MOVE WS-UPDATE-COUNT       TO CT-UPDATE-COUNT.
           MOVE WS-DELETE-COUNT       TO CT-DELETE-COUNT.
           COMPUTE CT-FIRST-SEQUENCE = WS-RESUME-SEQUENCE + 1.
           MOVE WS-LAST-STAMP         TO CT-THROUGH-STAMP.
           WRITE CDC-TRAILER-REC.

           CLOSE JOURNAL-FILE
                 CDC-IMAGE-FILE
                 CDC-FEED-FILE.

           IF CF-FILE-STATUS NOT = '00'
              DISPLAY 'CDCFEED,CDCFEED DID NOT CLOSE CLEANLY,'
                      CF-FILE-STATUS ',RESTART POINT NOT MOVED'
              MOVE 8                  TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.

           OPEN OUTPUT CDC-CTL-FILE.
           MOVE SPACE                 TO CDC-CTL-REC.
           MOVE WS-JOURNAL-READ       TO CC-JOURNAL-COUNT.
           MOVE WS-LAST-STAMP         TO CC-LAST-STAMP.
           MOVE WS-SEQUENCE           TO CC-LAST-SEQUENCE.
           MOVE WS-BUSINESS-DATE      TO CC-LAST-BUS-DATE.
           MOVE WS-RUN-STAMP          TO CC-RUN-STAMP.
           WRITE CDC-CTL-REC.
           CLOSE CDC-CTL-FILE.

           PERFORM 8100-RECORD-DISCLOSURES
              THRU 8100-EXIT.

       8000-EXIT.
           EXIT.

      *    THE DISCLOSURES ARE TAKEN FROM THE CLOSED FEED ITSELF, SO
      *    ONLY WHAT ACTUALLY WENT TO THE WAREHOUSE IS RECORDED - AND
      *    NOT WHILE THE JOURNAL WAS STILL OPEN HERE FOR INPUT, SINCE
      *    DSCLWRT JOURNALS ITS OWN WRITES.

       8100-RECORD-DISCLOSURES.

           OPEN INPUT CDC-FEED-FILE.

           IF CF-FILE-STATUS NOT = '00'
              DISPLAY 'CDCFEED,CDCFEED NOT REREAD,' CF-FILE-STATUS
                      ',DISCLOSURES NOT RECORDED'
              GO TO 8100-EXIT
           END-IF.

           MOVE 'N'                   TO NO-MORE-FEED.

           PERFORM 8150-READ-ONE-FED-ROW
              THRU 8150-EXIT
              UNTIL END-OF-FEED.

           CLOSE CDC-FEED-FILE.

           MOVE 'C'                   TO DW-FUNCTION.
           MOVE 'CDCFEED '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       8100-EXIT.
           EXIT.

       8150-READ-ONE-FED-ROW.

           READ CDC-FEED-FILE
              AT END
                 MOVE 'Y'             TO NO-MORE-FEED
                 GO TO 8150-EXIT
           END-READ.

           IF CD-DETAIL
              PERFORM 3300-RECORD-DISCLOSURE
                 THRU 3300-EXIT
           END-IF.

       8150-EXIT.
           EXIT.
