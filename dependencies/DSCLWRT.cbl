       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCLWRT.
       AUTHOR. CHRISTIAN STRAMA.

      *    PRIVACY ACT DISCLOSURE RECORDING SERVICE. A BENEFICIARY MAY
      *    ASK FOR AN ACCOUNTING OF EVERY DISCLOSURE OF THEIR RECORD
      *    OUTSIDE THE AGENCY, AND NONE OF OUR DISCLOSURES - THE SSA
      *    TRANSMISSIONS, THE BULK LIST LOOKUPS, THE RESEARCH PACKETS,
      *    THE WAREHOUSE FEED, THE REGION FEEDBACK FILES - WAS RECORDED
      *    IN A FORM THAT COULD BE PULLED FOR ONE PERSON. EACH OF THOSE
      *    PROCESSES NOW CALLS HERE ONCE PER BENEFICIARY IT DISCLOSES,
      *    AND THE DISCLOSURE IS RECORDED ON THE KEYED DSCLLOG MASTER
      *    (COPYBOOK DSCLREC) FOR DSCLRPT TO ACCOUNT FOR.
      *
      *    FUNCTIONS:
      *      W - WRITE. ONE DISCLOSURE: THE RRB HIC (BLANK WHEN THE
      *          CALLER CANNOT KNOW IT), THE SSA HIC AS DISCLOSED, THE
      *          MECHANISM, RECIPIENT, REFERENCE AND PURPOSE. A BLANK
      *          DATE IS TAKEN AS THE BUSINESS DATE (GETBDATE). THE
      *          ROW IS ITS OWN NATURAL KEY, SO ONE ALREADY ON FILE IS
      *          A RERUN OF THE SAME DISCLOSURE AND DW-RESULT SAYS 'D';
      *          A NEW ONE SAYS 'N'. 'E' MEANS THE MASTER COULD NOT BE
      *          UPDATED - REPORTED ON SYSOUT, AND THE CALLER CARRIES
      *          ON, SINCE A DISCLOSURE ALREADY MADE CANNOT BE UNMADE
      *          BY STOPPING THE JOB.
      *      C - CLOSE. THE CALLER'S END OF JOB: THE MASTER IS CLOSED
      *          AND THE RUN'S RECORDED / ALREADY-RECORDED COUNTS ARE
      *          SAID ON SYSOUT UNDER THE CALLER'S NAME.
      *
      *    EVERY WRITE IS JOURNALED THROUGH MSTJRNL. THE MASTER IS
      *    OPENED ONCE PER RUN UNIT, ON THE FIRST WRITE, AND CREATED
      *    EMPTY WHEN IT DOES NOT EXIST YET. UNDER THE SHARED BTCHTEST
      *    SWITCH THE TEST-SCOPED DSCLLOGT IS USED - A REHEARSAL
      *    DISCLOSES NOTHING AND MUST NOT APPEAR ON AN ACCOUNTING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DISCLOSURE-FILE ASSIGN TO WS-DSCLLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS DR-KEY
                                  FILE STATUS IS DR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DISCLOSURE-FILE.

           COPY DSCLREC.

       WORKING-STORAGE SECTION.

       01  DR-FILE-STATUS              PIC  X(02).

       01  WS-DSCLLOG-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-FILE-OPENED              PIC  X(01)  VALUE 'N'.
           88  FILE-OPENED                         VALUE 'Y'.

       01  WS-MASTER-USABLE            PIC  X(01)  VALUE 'N'.
           88  MASTER-USABLE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DISCLOSURES-RECORDED PIC  9(09)  VALUE ZERO.
           05  WS-ALREADY-RECORDED     PIC  9(09)  VALUE ZERO.
           05  WS-NOT-RECORDED         PIC  9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE            PIC  X(08)  VALUE SPACE.
       01  WS-CURRENT-TIMESTAMP        PIC  X(26)  VALUE SPACE.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC  X(08).
           05  GB-SOURCE               PIC  X(01).

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

       LINKAGE SECTION.

       01  DSCLWRT-PARAMETERS.
           05  DW-FUNCTION             PIC  X(01).
               88  DW-WRITE-DISCLOSURE             VALUE 'W'.
               88  DW-CLOSE-MASTER                 VALUE 'C'.
           05  DW-RRB-HIC              PIC  X(12).
           05  DW-SSA-HIC              PIC  X(11).
           05  DW-DISC-DATE            PIC  X(08).
           05  DW-MECHANISM            PIC  X(02).
           05  DW-RECIPIENT            PIC  X(12).
           05  DW-REFERENCE            PIC  X(12).
           05  DW-PURPOSE              PIC  X(03).
           05  DW-SOURCE-PGM           PIC  X(08).
           05  DW-RESULT               PIC  X(01).
               88  DW-RECORDED                     VALUE 'N'.
               88  DW-ALREADY-RECORDED             VALUE 'D'.
               88  DW-NOT-RECORDED                 VALUE 'E'.

       PROCEDURE DIVISION           USING  DSCLWRT-PARAMETERS.

           IF  DW-CLOSE-MASTER
               PERFORM 0900-CLOSE-MASTER
                  THRU 0900-EXIT
               GOBACK
           END-IF

           IF  NOT FILE-OPENED
               PERFORM 0100-OPEN-MASTER
                  THRU 0100-EXIT
           END-IF

           PERFORM 0200-WRITE-DISCLOSURE
              THRU 0200-EXIT

           GOBACK.

      *    OPENS THE MASTER I-O ONCE PER RUN UNIT, CREATING IT EMPTY
      *    ON ITS FIRST NIGHT.

       0100-OPEN-MASTER.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'DSCLLOGT'          TO  WS-DSCLLOG-DSN
           ELSE
               MOVE  'DSCLLOG '          TO  WS-DSCLLOG-DSN
           END-IF.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE                TO WS-BUSINESS-DATE.

           OPEN I-O DISCLOSURE-FILE.
           IF DR-FILE-STATUS NOT = '00'
              OPEN OUTPUT DISCLOSURE-FILE
              CLOSE DISCLOSURE-FILE
              OPEN I-O DISCLOSURE-FILE
           END-IF.

           IF DR-FILE-STATUS = '00'
              MOVE 'Y'                 TO WS-MASTER-USABLE
           ELSE
              DISPLAY 'DSCLWRT,UNABLE TO OPEN DSCLLOG,'
                      DR-FILE-STATUS ',DISCLOSURES NOT RECORDED'
              MOVE 'N'                 TO WS-MASTER-USABLE
           END-IF.

           MOVE 'DSCLLOG '             TO MJ-FILE-ID.
           MOVE 'W'                    TO MJ-ACTION.

           SET  FILE-OPENED            TO  TRUE.

       0100-EXIT.
           EXIT.

       0200-WRITE-DISCLOSURE.

           IF NOT MASTER-USABLE
              SET DW-NOT-RECORDED      TO TRUE
              ADD 1                    TO WS-NOT-RECORDED
              GO TO 0200-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP.

           MOVE SPACE                  TO DISCLOSURE-REC.
           MOVE DW-RRB-HIC             TO DR-RRB-HIC.
           IF DW-DISC-DATE = SPACE
              MOVE WS-BUSINESS-DATE    TO DR-DISC-DATE
           ELSE
              MOVE DW-DISC-DATE        TO DR-DISC-DATE
           END-IF.
           MOVE DW-MECHANISM           TO DR-MECHANISM.
           MOVE DW-RECIPIENT           TO DR-RECIPIENT.
           MOVE DW-REFERENCE           TO DR-REFERENCE.
           MOVE DW-SSA-HIC             TO DR-SSA-HIC.
           MOVE DW-PURPOSE             TO DR-PURPOSE.
           MOVE DW-SOURCE-PGM          TO DR-SOURCE-PGM.
           MOVE WS-CURRENT-TIMESTAMP (1:14)
                                       TO DR-RECORDED-STAMP.

           WRITE DISCLOSURE-REC
              INVALID KEY
                 SET DW-ALREADY-RECORDED
                                       TO TRUE
                 ADD 1                 TO WS-ALREADY-RECORDED
                 GO TO 0200-EXIT
           END-WRITE.

           IF DR-FILE-STATUS NOT = '00'
              DISPLAY 'DSCLWRT,WRITE FAILED,' DR-FILE-STATUS ','
                      DW-SOURCE-PGM ',' DW-MECHANISM
              SET DW-NOT-RECORDED      TO TRUE
              ADD 1                    TO WS-NOT-RECORDED
              GO TO 0200-EXIT
           END-IF.

           MOVE DW-SOURCE-PGM          TO MJ-SOURCE-PGM.
           MOVE DISCLOSURE-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           SET  DW-RECORDED            TO TRUE.
           ADD 1                       TO WS-DISCLOSURES-RECORDED.

       0200-EXIT.
           EXIT.

      *    THE CALLER'S END OF JOB - CLOSES THE MASTER SO A LATER STEP
      *    IN THE SAME RUN UNIT SEES EVERY DISCLOSURE, AND SAYS WHAT
      *    THIS CALLER RECORDED.

       0900-CLOSE-MASTER.

           IF FILE-OPENED
              IF MASTER-USABLE
                 CLOSE DISCLOSURE-FILE
              END-IF
              MOVE 'N'                 TO WS-FILE-OPENED
                                          WS-MASTER-USABLE
           END-IF.

           DISPLAY DW-SOURCE-PGM ',DISCLOSURES RECORDED,'
                   WS-DISCLOSURES-RECORDED.
           DISPLAY DW-SOURCE-PGM ',DISCLOSURES ALREADY RECORDED,'
                   WS-ALREADY-RECORDED.

           IF WS-NOT-RECORDED > ZERO
              DISPLAY DW-SOURCE-PGM ',DISCLOSURES NOT RECORDED,'
                      WS-NOT-RECORDED
           END-IF.

           MOVE ZERO                   TO WS-DISCLOSURES-RECORDED
                                          WS-ALREADY-RECORDED
                                          WS-NOT-RECORDED.

       0900-EXIT.
           EXIT.
