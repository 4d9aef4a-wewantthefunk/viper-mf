       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKTDRIVE.
       AUTHOR. CHRISTIAN STRAMA.

      * RESEARCH PACKET DRIVER. CLERKS QUEUE PACKET REQUESTS FROM THE
      * INQUIRY SCREENS (PF6 -> PKTREQ) ON THE KEYED PKTQUEUE MASTER
      * (COPYBOOK PKTQREC); THIS JOB TURNS THEM INTO PACKETS AND
      * TRACKS THEM TO DELIVERY, SO NOBODY HAS TO HAND-EDIT AN
      * RSRCHCTL CARD ANY MORE. RUN INTRADAY OR IN THE NIGHTLY
      * STREAM, IN TWO STEPS EITHER SIDE OF RPTDIST, THE FUNCTION
      * TAKEN FROM COLUMN 1 OF THE PKTDCTL CARD:
      *
      *   P (PRODUCE, THE DEFAULT) - FOR EACH QUEUED REQUEST, OLDEST
      *     FIRST WITHIN EACH OPERATOR, WRITES THE RSRCHCTL CARD AND
      *     CALLS RSRCHPKT. THE CARD CARRIES A NEW PACKET ID (RP PLUS
      *     A SIX-DIGIT NUMBER, ONE PAST THE HIGHEST ON THE QUEUE),
      *     WHICH RSRCHPKT USES AS THE FIRST WORD OF THE PACKET'S
      *     TITLE, AND THE RECEIVING UNIT, WHICH RSRCHPKT RECORDS AS
      *     THE RECIPIENT OF THE PACKET'S PRIVACY ACT DISCLOSURE.
      *     ONE RPTROUTE-SHAPED ROW PER PACKET IS WRITTEN
      *     TO PKTROUTE: PACKET ID, THE REQUESTER'S RECEIVING UNIT,
      *     AND THAT UNIT'S DESTINATION NUMBER FROM THE SITE RPTROUTE
      *     TABLE. THE RPTDIST STEP CONCATENATES PKTROUTE AHEAD OF
      *     RPTROUTE, SO EACH PACKET LANDS ON ITS REQUESTER'S
      *     DESTINATION. A UNIT THAT IS ON NO RPTROUTE ROW GOES TO
      *     DESTINATION 1, THE SAME DEFAULT RPTDIST GIVES AN UNROUTED
      *     REPORT, AND IS SAID SO IN THE JOB LOG. THE REQUEST BECOMES
      *     PRODUCED (P), OR FAILED (F) WITH RSRCHPKT'S RETURN CODE
      *     IN PQ-NOTE WHEN NO PACKET COULD BE BUILT (AN SSA HIC NOT
      *     ON THE COMPANION, SAY).
      *
      *   D (DELIVERY) - READS THE RPTMANI MANIFEST OF THE RPTDIST
      *     STEP THAT FOLLOWED AND MARKS EVERY PRODUCED REQUEST WHOSE
      *     PACKET IS ON IT DELIVERED (D), WITH THE DESTINATION IT
      *     ACTUALLY WENT TO. A PRODUCED REQUEST MISSING FROM THE
      *     MANIFEST STAYS P AND IS COUNTED IN THE JOB LOG.
      *
      * AT MOST 50 PACKETS ARE PRODUCED PER RUN - RPTDIST HOLDS 100
      * ROUTE ROWS IN ALL, AND THE SITE TABLE NEEDS THE REST. ANY
      * REQUESTS OVER THE CAP STAY QUEUED FOR THE NEXT RUN. EVERY
      * REWRITE OF THE QUEUE IS JOURNALED THROUGH MSTJRNL, AND UNDER
      * BTCHTEST THE TEST-SCOPED PKTQUEUT COPY IS USED (RSRCHPKT
      * SWITCHES TO ITS OWN TEST-SCOPED MASTERS THE SAME WAY).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL CONTROL-CARD-FILE
                                  ASSIGN TO PKTDCTL
                                  FILE STATUS IS CC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT PKT-QUEUE-FILE  ASSIGN TO WS-PKTQUEUE-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS PQ-KEY
                                  FILE STATUS IS PQ-FILE-STATUS.

      *    THE SAME CARD RSRCHPKT READS - WRITTEN FRESH FOR EACH
      *    REQUEST JUST AHEAD OF THE CALL.

           SELECT RSRCH-CARD-FILE ASSIGN TO RSRCHCTL
                                  FILE STATUS IS RC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ROUTE-FILE
                                  ASSIGN TO RPTROUTE
                                  FILE STATUS IS RT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT PKT-ROUTE-FILE  ASSIGN TO PKTROUTE
                                  FILE STATUS IS PR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT MANIFEST-FILE   ASSIGN TO RPTMANI
                                  FILE STATUS IS MN-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CONTROL-CARD-REC.
           05  CC-FUNCTION             PIC  X(01).
           05  FILLER                  PIC  X(79).

       FD  PKT-QUEUE-FILE.

           COPY PKTQREC.

      *    SAME LAYOUT AS RSRCHPKT'S RSRCH-CTL-REC.

       FD  RSRCH-CARD-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  RSRCH-CARD-REC.
           05  RK-KEY-TYPE             PIC  X(01).
           05  RK-KEY                  PIC  X(12).
           05  RK-PACKET-ID            PIC  X(08).
           05  RK-REQUESTER            PIC  X(08).
           05  RK-REASON               PIC  X(02).
           05  RK-RECIPIENT            PIC  X(12).

      *    SAME 22-BYTE ROW LAYOUT AS RPTDIST'S ROUTE-REC - BOTH THE
      *    SITE TABLE READ HERE AND THE PACKET ROWS WRITTEN. A PACKET
      *    ROW ASKS FOR NO DELIMITED DATA COPY, SO ITS DATA OPTION IS
      *    LEFT BLANK.

       FD  ROUTE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  ROUTE-REC.
           05  RT-REPORT-ID            PIC  X(08).
           05  RT-UNIT                 PIC  X(12).
           05  RT-DEST                 PIC  9(01).
           05  RT-DATA-OPTION          PIC  X(01).

       FD  PKT-ROUTE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  PKT-ROUTE-REC.
           05  PR-REPORT-ID            PIC  X(08).
           05  PR-UNIT                 PIC  X(12).
           05  PR-DEST                 PIC  9(01).
           05  PR-DATA-OPTION          PIC  X(01).

      *    RPTDIST'S 80-BYTE MANIFEST LINE.

       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MANIFEST-REC.
           05  MN-REPORT               PIC  X(08).
           05  FILLER                  PIC  X(02).
           05  MN-UNIT                 PIC  X(12).
           05  FILLER                  PIC  X(09).
           05  MN-DEST                 PIC  X(01).
           05  FILLER                  PIC  X(48).

       WORKING-STORAGE SECTION.

       01  CC-FILE-STATUS              PIC  X(02).
       01  PQ-FILE-STATUS              PIC  X(02).
       01  RC-FILE-STATUS              PIC  X(02).
       01  RT-FILE-STATUS              PIC  X(02).
       01  PR-FILE-STATUS              PIC  X(02).
       01  MN-FILE-STATUS              PIC  X(02).

       01  WS-PKTQUEUE-DSN             PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  WS-FUNCTION         PIC X(01)  VALUE 'P'.
               88  FUNCTION-PRODUCE           VALUE 'P'.
               88  FUNCTION-DELIVERY          VALUE 'D'.
           05  WS-FILE-EOF         PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                VALUE 'Y'.
           05  WS-QUEUE-EOF        PIC X(01)  VALUE 'N'.
               88  QUEUE-AT-END               VALUE 'Y'.
           05  WS-QUEUE-OPEN       PIC X(01)  VALUE 'N'.
               88  QUEUE-IS-OPEN              VALUE 'Y'.

       01  WS-RUN-START-TIMESTAMP      PIC X(26).
       01  WS-NOW-TIMESTAMP            PIC X(26).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(09)  VALUE ZERO.
           05  WS-PRODUCED             PIC 9(09)  VALUE ZERO.
           05  WS-FAILED               PIC 9(09)  VALUE ZERO.
           05  WS-LEFT-QUEUED          PIC 9(09)  VALUE ZERO.
           05  WS-DEFAULT-ROUTED       PIC 9(09)  VALUE ZERO.
           05  WS-DELIVERED            PIC 9(09)  VALUE ZERO.
           05  WS-NOT-ON-MANIFEST      PIC 9(09)  VALUE ZERO.

      *    PACKETS PER RUN - HALF OF RPTDIST'S 100-ROW ROUTE TABLE.

       01  WS-MAX-PACKETS              PIC 9(03)  VALUE 050.

       01  WS-PACKET-ID.
           05  FILLER                  PIC X(02)  VALUE 'RP'.
           05  WS-PACKET-SEQ           PIC 9(06)  VALUE ZERO.

       01  WS-SCAN-SEQ                 PIC 9(06)  VALUE ZERO.
       01  WS-PKT-RC                   PIC 9(02)  VALUE ZERO.

       01  WS-ROUTE-COUNT              PIC 9(03)  VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-RTE-ENTRY            OCCURS 100 TIMES.
               10  WS-RTE-UNIT         PIC X(12).
               10  WS-RTE-DEST         PIC 9(01).

       01  WS-WORK-IDX                 PIC 9(03)  VALUE ZERO.
       01  WS-DEST-NUMBER              PIC 9(01)  VALUE 1.

       01  WS-MANIFEST-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-MANIFEST-TABLE.
           05  WS-MAN-ENTRY            OCCURS 500 TIMES.
               10  WS-MAN-PACKET-ID    PIC X(08).
               10  WS-MAN-DEST         PIC 9(01).

       01  WS-MAN-IDX                  PIC 9(03)  VALUE ZERO.

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC X(08).
           05  MJ-ACTION               PIC X(01).
           05  MJ-SOURCE-PGM           PIC X(08).
           05  MJ-RECORD-IMAGE         PIC X(135).

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

           IF NOT RUN-REFUSED
              IF FUNCTION-PRODUCE
                 PERFORM 2000-PRODUCE-PACKETS
                    THRU 2000-EXIT
              ELSE
                 PERFORM 3000-CONFIRM-DELIVERY
                    THRU 3000-EXIT
              END-IF
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE 'PKTQUEUE'            TO MJ-FILE-ID.
           MOVE 'PKTDRIVE'            TO MJ-SOURCE-PGM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'PKTQUEUT'          TO  WS-PKTQUEUE-DSN
           ELSE
               MOVE  'PKTQUEUE'          TO  WS-PKTQUEUE-DSN
           END-IF.

           OPEN INPUT CONTROL-CARD-FILE.
           IF CC-FILE-STATUS = '00'
              READ CONTROL-CARD-FILE
                AT END MOVE SPACE      TO CONTROL-CARD-REC
              END-READ
              CLOSE CONTROL-CARD-FILE
              IF CC-FUNCTION NOT = SPACE
                 MOVE CC-FUNCTION      TO WS-FUNCTION
              END-IF
           END-IF.

           IF NOT FUNCTION-PRODUCE
           AND NOT FUNCTION-DELIVERY
              DISPLAY 'PKTDRIVE,PKTDCTL FUNCTION MUST BE P OR D,'
                      WS-FUNCTION
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O PKT-QUEUE-FILE.

           IF PQ-FILE-STATUS NOT = '00'
              DISPLAY 'PKTDRIVE,UNABLE TO OPEN THE PACKET REQUEST '
                      'QUEUE,' WS-PKTQUEUE-DSN ',' PQ-FILE-STATUS
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-QUEUE-OPEN.

           IF FUNCTION-PRODUCE
              PERFORM 1100-LOAD-ROUTES
                 THRU 1100-EXIT
              OPEN OUTPUT PKT-ROUTE-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *    RECEIVING UNIT TO DESTINATION NUMBER, FROM THE SITE
      *    RPTROUTE TABLE - THE FIRST ROW NAMING A UNIT DECIDES ITS
      *    DESTINATION. ROWS RPTDIST WOULD IGNORE ARE IGNORED HERE.

       1100-LOAD-ROUTES.

           OPEN INPUT ROUTE-FILE.

           IF RT-FILE-STATUS NOT = '00'
              DISPLAY 'PKTDRIVE,NO RPTROUTE TABLE - EVERY PACKET '
                      'GOES TO DESTINATION 1'
              GO TO 1100-EXIT
           END-IF.

           MOVE 'N'                    TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ ROUTE-FILE
                 AT END
                   MOVE 'Y'            TO WS-FILE-EOF
                 NOT AT END
                   IF  WS-ROUTE-COUNT < 100
                   AND RT-DEST NUMERIC
                   AND RT-DEST >= 1
                   AND RT-DEST <= 4
                       ADD 1           TO WS-ROUTE-COUNT
                       MOVE RT-UNIT
                         TO WS-RTE-UNIT (WS-ROUTE-COUNT)
                       MOVE RT-DEST
                         TO WS-RTE-DEST (WS-ROUTE-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ROUTE-FILE.

       1100-EXIT.
           EXIT.

      *****************************************************************
      *  PRODUCE - ONE PASS TO FIND THE HIGHEST PACKET ID ISSUED, ONE  *
      *  PASS OVER THE QUEUE RUNNING RSRCHPKT FOR EACH QUEUED ROW.     *
      *****************************************************************
       2000-PRODUCE-PACKETS.

           PERFORM 2100-FIND-LAST-PACKET
              THRU 2100-EXIT.

           MOVE LOW-VALUES             TO PQ-KEY.
           MOVE 'N'                    TO WS-QUEUE-EOF.

           START PKT-QUEUE-FILE KEY NOT < PQ-KEY
             INVALID KEY
               MOVE 'Y'                TO WS-QUEUE-EOF
           END-START.

           PERFORM UNTIL QUEUE-AT-END
               READ PKT-QUEUE-FILE NEXT RECORD
                 AT END
                   MOVE 'Y'            TO WS-QUEUE-EOF
                 NOT AT END
                   IF PQ-QUEUED
                      ADD 1            TO WS-REQUESTS-READ
                      IF WS-PRODUCED + WS-FAILED < WS-MAX-PACKETS
                         PERFORM 2200-PRODUCE-ONE
                            THRU 2200-EXIT
                      ELSE
                         ADD 1         TO WS-LEFT-QUEUED
                      END-IF
                   END-IF
               END-READ
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-FIND-LAST-PACKET.

           MOVE LOW-VALUES             TO PQ-KEY.
           MOVE 'N'                    TO WS-QUEUE-EOF.

           START PKT-QUEUE-FILE KEY NOT < PQ-KEY
             INVALID KEY
               MOVE 'Y'                TO WS-QUEUE-EOF
           END-START.

           PERFORM UNTIL QUEUE-AT-END
               READ PKT-QUEUE-FILE NEXT RECORD
                 AT END
                   MOVE 'Y'            TO WS-QUEUE-EOF
                 NOT AT END
                   IF  PQ-PACKET-ID (1:2) = 'RP'
                   AND PQ-PACKET-ID (3:6) NUMERIC
                       MOVE PQ-PACKET-ID (3:6) TO WS-SCAN-SEQ
                       IF WS-SCAN-SEQ > WS-PACKET-SEQ
                          MOVE WS-SCAN-SEQ TO WS-PACKET-SEQ
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       2100-EXIT.
           EXIT.

      *    ONE REQUEST - CARD, CALL, AND THE OUTCOME ON THE QUEUE.
      *    RSRCHPKT IS CANCELLED AFTER EACH CALL SO THE NEXT ONE
      *    STARTS WITH FRESH WORKING-STORAGE.

       2200-PRODUCE-ONE.

           IF WS-PACKET-SEQ = 999999
              MOVE ZERO                TO WS-PACKET-SEQ
           END-IF.
           ADD 1                       TO WS-PACKET-SEQ.

           OPEN OUTPUT RSRCH-CARD-FILE.
           MOVE PQ-KEY-TYPE            TO RK-KEY-TYPE.
           MOVE PQ-KEY-VALUE           TO RK-KEY.
           MOVE WS-PACKET-ID           TO RK-PACKET-ID.
           MOVE PQ-OPERATOR            TO RK-REQUESTER.
           MOVE PQ-REASON              TO RK-REASON.
           MOVE PQ-DEST-UNIT           TO RK-RECIPIENT.
           WRITE RSRCH-CARD-REC.
           CLOSE RSRCH-CARD-FILE.

           MOVE ZERO                   TO RETURN-CODE.
           CALL 'RSRCHPKT'.
           MOVE RETURN-CODE            TO WS-PKT-RC.
           CANCEL 'RSRCHPKT'.
           MOVE ZERO                   TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

           IF WS-PKT-RC = ZERO
              PERFORM 2300-FIND-DESTINATION
                 THRU 2300-EXIT
              MOVE 'P'                 TO PQ-STATUS
              MOVE WS-PACKET-ID        TO PQ-PACKET-ID
              MOVE WS-DEST-NUMBER      TO PQ-DEST-NUMBER
              MOVE WS-NOW-TIMESTAMP (1:14)
                                       TO PQ-PRODUCED-TS
              MOVE WS-PACKET-ID        TO PR-REPORT-ID
              MOVE PQ-DEST-UNIT        TO PR-UNIT
              MOVE WS-DEST-NUMBER      TO PR-DEST
              MOVE SPACE               TO PR-DATA-OPTION
              WRITE PKT-ROUTE-REC
              ADD 1                    TO WS-PRODUCED
              DISPLAY 'PKTDRIVE,PRODUCED,' WS-PACKET-ID ','
                      PQ-OPERATOR ',' PQ-DEST-UNIT ',DEST '
                      WS-DEST-NUMBER
           ELSE
              MOVE 'F'                 TO PQ-STATUS
              MOVE SPACE               TO PQ-NOTE
              STRING 'RSRCHPKT ENDED RC ' WS-PKT-RC
                     DELIMITED BY SIZE
                     INTO PQ-NOTE
              ADD 1                    TO WS-FAILED
              DISPLAY 'PKTDRIVE,FAILED,' PQ-OPERATOR ','
                      PQ-REQUEST-TS ',RSRCHPKT RC ' WS-PKT-RC
           END-IF.

           REWRITE PACKET-REQUEST-REC
             INVALID KEY
               DISPLAY 'PKTDRIVE,REWRITE FAILED,' PQ-KEY ','
                       PQ-FILE-STATUS
             NOT INVALID KEY
               MOVE 'R'                TO MJ-ACTION
               MOVE PACKET-REQUEST-REC TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

       2200-EXIT.
           EXIT.

       2300-FIND-DESTINATION.

           MOVE ZERO                   TO WS-DEST-NUMBER.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-ROUTE-COUNT
                        OR WS-DEST-NUMBER > ZERO
               IF WS-RTE-UNIT (WS-WORK-IDX) = PQ-DEST-UNIT
                  MOVE WS-RTE-DEST (WS-WORK-IDX) TO WS-DEST-NUMBER
               END-IF
           END-PERFORM.

           IF WS-DEST-NUMBER = ZERO
              MOVE 1                   TO WS-DEST-NUMBER
              ADD 1                    TO WS-DEFAULT-ROUTED
              DISPLAY 'PKTDRIVE,UNIT NOT ON RPTROUTE - DESTINATION '
                      '1 USED,' PQ-DEST-UNIT
           END-IF.

       2300-EXIT.
           EXIT.

      *****************************************************************
      *  DELIVERY - THE PACKET IDS ON THE RPTDIST MANIFEST, THEN ONE   *
      *  PASS OVER THE QUEUE MARKING THEIR REQUESTS DELIVERED.         *
      *****************************************************************
       3000-CONFIRM-DELIVERY.

           OPEN INPUT MANIFEST-FILE.

           IF MN-FILE-STATUS NOT = '00'
              DISPLAY 'PKTDRIVE,UNABLE TO OPEN THE RPTMANI MANIFEST,'
                      MN-FILE-STATUS
              MOVE 'Y'                 TO WS-RUN-REFUSED
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                    TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ MANIFEST-FILE
                 AT END
                   MOVE 'Y'            TO WS-FILE-EOF
                 NOT AT END
                   IF  MN-REPORT (1:2) = 'RP'
                   AND MN-REPORT (3:6) NUMERIC
                   AND WS-MANIFEST-COUNT < 500
                       ADD 1           TO WS-MANIFEST-COUNT
                       MOVE MN-REPORT
                         TO WS-MAN-PACKET-ID (WS-MANIFEST-COUNT)
                       IF MN-DEST NUMERIC
                          MOVE MN-DEST
                            TO WS-MAN-DEST (WS-MANIFEST-COUNT)
                       ELSE
                          MOVE 1
                            TO WS-MAN-DEST (WS-MANIFEST-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE MANIFEST-FILE.

           MOVE LOW-VALUES             TO PQ-KEY.
           MOVE 'N'                    TO WS-QUEUE-EOF.

           START PKT-QUEUE-FILE KEY NOT < PQ-KEY
             INVALID KEY
               MOVE 'Y'                TO WS-QUEUE-EOF
           END-START.

           PERFORM UNTIL QUEUE-AT-END
               READ PKT-QUEUE-FILE NEXT RECORD
                 AT END
                   MOVE 'Y'            TO WS-QUEUE-EOF
                 NOT AT END
                   IF PQ-PRODUCED
                      ADD 1            TO WS-REQUESTS-READ
                      PERFORM 3100-MARK-DELIVERED
                         THRU 3100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-MARK-DELIVERED.

           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                     UNTIL WS-MAN-IDX > WS-MANIFEST-COUNT
                        OR WS-MAN-PACKET-ID (WS-MAN-IDX) = PQ-PACKET-ID
               CONTINUE
           END-PERFORM.

           IF WS-MAN-IDX > WS-MANIFEST-COUNT
              ADD 1                    TO WS-NOT-ON-MANIFEST
              GO TO 3100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

           MOVE 'D'                    TO PQ-STATUS.
           MOVE WS-MAN-DEST (WS-MAN-IDX) TO PQ-DEST-NUMBER.
           MOVE WS-NOW-TIMESTAMP (1:14) TO PQ-DELIVERED-TS.

           REWRITE PACKET-REQUEST-REC
             INVALID KEY
               DISPLAY 'PKTDRIVE,REWRITE FAILED,' PQ-KEY ','
                       PQ-FILE-STATUS
             NOT INVALID KEY
               ADD 1                   TO WS-DELIVERED
               MOVE 'R'                TO MJ-ACTION
               MOVE PACKET-REQUEST-REC TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

       3100-EXIT.
           EXIT.

       8000-TERMINATE.

           IF QUEUE-IS-OPEN
              CLOSE PKT-QUEUE-FILE
           END-IF.

           IF FUNCTION-PRODUCE AND NOT RUN-REFUSED
              CLOSE PKT-ROUTE-FILE
              DISPLAY 'PKTDRIVE,QUEUED REQUESTS,' WS-REQUESTS-READ
              DISPLAY 'PKTDRIVE,PACKETS PRODUCED,' WS-PRODUCED
              DISPLAY 'PKTDRIVE,REQUESTS FAILED,' WS-FAILED
              DISPLAY 'PKTDRIVE,LEFT QUEUED OVER THE RUN CAP,'
                      WS-LEFT-QUEUED
              DISPLAY 'PKTDRIVE,ROUTED TO DESTINATION 1 BY DEFAULT,'
                      WS-DEFAULT-ROUTED
              MOVE WS-PRODUCED         TO RL-RECORDS-ACCEPTED
              MOVE WS-FAILED           TO RL-RECORDS-REJECTED
           ELSE
              DISPLAY 'PKTDRIVE,PRODUCED REQUESTS,' WS-REQUESTS-READ
              DISPLAY 'PKTDRIVE,DELIVERED,' WS-DELIVERED
              DISPLAY 'PKTDRIVE,NOT ON THE MANIFEST,'
                      WS-NOT-ON-MANIFEST
              MOVE WS-DELIVERED        TO RL-RECORDS-ACCEPTED
              MOVE ZERO                TO RL-RECORDS-REJECTED
           END-IF.

           MOVE 'PKTDRIVE'             TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'PKTQUEUE'             TO RL-INPUT-DDNAME.
           MOVE WS-REQUESTS-READ       TO RL-RECORDS-READ.

           IF RUN-REFUSED
              MOVE 08                  TO RL-SEVERITY
           ELSE
           IF WS-FAILED > ZERO
           OR WS-NOT-ON-MANIFEST > ZERO
              MOVE 04                  TO RL-SEVERITY
           ELSE
              MOVE 00                  TO RL-SEVERITY
           END-IF
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY            TO RETURN-CODE.

       8000-EXIT.
           EXIT.
