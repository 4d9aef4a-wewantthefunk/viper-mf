       ID DIVISION.
       PROGRAM-ID.    PKTREQ.

      *    RESEARCH PACKET REQUEST SCREEN (PKTQ). RSRCHPKT BUILDS THE
      *    ONE-BENEFICIARY RESEARCH PACKET, BUT ONLY OFF A HAND-EDITED
      *    RSRCHCTL CARD, SO A CLERK ON THE PHONE WITH A CONGRESSIONAL
      *    OFFICE HAD TO EMAIL OPERATIONS AND WAIT. PF6 ON HICINQ,
      *    SSAINQ OR OUTCINQ TRANSFERS HERE WITH THE KEY ON THAT
      *    SCREEN ALREADY FILLED IN; THE CLERK ADDS A REASON CODE AND
      *    THE RPTROUTE RECEIVING UNIT THE PACKET SHOULD GO TO, AND
      *    ENTER QUEUES THE REQUEST ON THE PKTQUEUE MASTER (COPYBOOK
      *    PKTQREC) UNDER THEIR SIGNED-ON USER ID. PKTDRIVE PRODUCES
      *    AND DELIVERS THE QUEUED PACKETS IN BATCH.
      *
      *    THE LOWER HALF OF THE SCREEN IS THE CLERK'S OWN REQUESTS,
      *    NEWEST FIRST (A BACKWARD BROWSE OF THEIR KEY RANGE, THE
      *    ALERTVW PATTERN), WITH EACH ONE'S STATUS - QUEUED,
      *    PRODUCED, DELIVERED, OR FAILED WITH THE REASON. STARTED
      *    DIRECTLY AS PKTQ IT IS JUST THAT STATUS LIST (A KEY MAY
      *    STILL BE TYPED IN). PF3 GOES BACK TO THE INQUIRY IT CAME
      *    FROM, OR ENDS WHEN THERE WAS NONE.
      *
      *    REASON CODES - CG CONGRESSIONAL OFFICE, BN BENEFICIARY OR
      *    REPRESENTATIVE, LG LEGAL, AU AUDIT, OT OTHER.
      *
      *    EVERY QUEUED REQUEST IS WRITTEN TO THE BACC BENEFICIARY-
      *    DATA ACCESS LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY
      *    REVIEW, LIKE THE LOOKUP ON THE SCREEN IT CAME FROM.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN AGAINST THE TRAINING COPIES OF ITS FILES, UNDER A
      *    TRAINING BANNER, WITH EVERY LOG RECORD IT WRITES TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    WS-CA-FLAG IS 'X' WHEN AN INQUIRY SCREEN TRANSFERRED IN
      *    (ITS KEY RIDES IN THE REST OF THE AREA) AND 'P' ONCE THIS
      *    SCREEN IS IN ITS OWN CONVERSATION.

       01  WS-COM-AREA.
           05  WS-CA-FLAG              PIC X(01)  VALUE SPACE.
               88  FIRST-TIME                     VALUE SPACE.
               88  TRANSFERRED-IN                 VALUE 'X'.

      *    LAST-ACTIVITY STAMP (YYYYMMDDHHMMSS) FOR THE IDLE-SESSION
      *    TIMEOUT - REFRESHED ON EVERY INTERACTION, JUDGED BY
      *    IDLECHK ON EVERY RE-ENTRY.

           05  WS-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  WS-CA-SOURCE-PGM        PIC X(08)  VALUE SPACE.
           05  WS-CA-KEY-TYPE          PIC X(01)  VALUE SPACE.
           05  WS-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0036.

       01  WS-MENU-TRANS               PIC X(04)  VALUE 'MENU'.
       01  WS-TIMEOUT-FILE             PIC X(08)  VALUE 'TIMEOUTF'.
       01  WS-TIMEOUT-REC              PIC X(04)  VALUE SPACE.
       01  WS-TIMEOUT-RBA              PIC S9(08) COMP VALUE ZERO.

      *    PARAMETERS FOR IDLECHK - SAME LAYOUT AS IDLECHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-IDLECHK-PARAMETERS.
           05  IC-LAST-STAMP           PIC  X(14).
           05  IC-LIMIT-SECONDS        PIC  9(05).
           05  IC-EXPIRED              PIC  X(01).
               88  IC-SESSION-EXPIRED              VALUE 'Y'.
           05  IC-NOW-STAMP            PIC  X(14).

      *    TIMEOUT AUDIT RECORD - MENUMAP'S AUDT SHAPE, SO TIMEOUT
      *    EVENTS LAND ON THE SAME DESTINATION AS THE MENU'S OWN
      *    OPERATOR ACTIONS.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-PROGRAM          PIC  X(08).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-PARAGRAPH        PIC  X(05).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-RESP-CODE        PIC  -(9)9.
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-TERM             PIC  X(04).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-USER             PIC  X(08).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-DATE             PIC  X(10).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-TIME             PIC  X(08).
           05  WS-AUD-MODE             PIC  X(01)  VALUE SPACE.
           05  FILLER                  PIC  X(09)  VALUE SPACE.

       01  WS-AUDIT-QUEUE              PIC X(04)  VALUE 'AUDT'.
       01  WS-AUDIT-WRITE-RC           PIC S9(08) COMP VALUE ZERO.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'PKTQ'.

       01  WS-QUEUE-FILE               PIC X(08)  VALUE 'PKTQUEUE'.

       01  WS-SIGNED-ON-USER           PIC X(08)  VALUE SPACE.

           COPY PKTQREC.

       01  WS-ROW-COUNT                PIC 9(01)  VALUE ZERO.

       01  WS-ROW-HEADING.
           05  FILLER                  PIC X(15)  VALUE
               'REQUESTED    T '.
           05  FILLER                  PIC X(13)  VALUE 'KEY'.
           05  FILLER                  PIC X(04)  VALUE 'RS'.
           05  FILLER                  PIC X(13)  VALUE 'UNIT'.
           05  FILLER                  PIC X(10)  VALUE 'STATUS'.
           05  FILLER                  PIC X(15)  VALUE
               'PACKET / NOTE'.

       01  WS-ROW-BUILD.
           05  WS-ROW-REQUESTED        PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-KEY-TYPE         PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-KEY              PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-REASON           PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-ROW-UNIT             PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-STATUS           PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-DETAIL           PIC X(15).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY EYEBALL SURFACES ARE MASKED -
      *    MACHINE-READABLE FILES KEEP FULL VALUES.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

       COPY PKTQMAP.

      *    BENEFICIARY-DATA ACCESS LOG - ONE RECORD PER QUEUED
      *    REQUEST, WRITTEN TO THE BACC TD DESTINATION (THE CAUD
      *    PATTERN), SPILLING TO BACS WHEN BACC REFUSES THE WRITE -
      *    ACCROLL DRAINS BOTH NIGHTLY INTO THE ACCSHIST HISTORY.

           COPY ACCSREC.

       01  WS-ACCESS-QUEUE             PIC X(04)  VALUE 'BACC'.
       01  WS-ACCESS-SPILL-QUEUE       PIC X(04)  VALUE 'BACS'.
       01  WS-ACCESS-WRITE-RC          PIC S9(08) COMP VALUE ZERO.

      *    TRAINING-SESSION CHECK - SAME LAYOUT AS TRNGCHK'S OWN
      *    COMMAREA. THE FILE NAMES GO IN AS PRODUCTION NAMES AND COME
      *    BACK AS TRAINING NAMES FOR AN OPERATOR OR TERMINAL ON THE
      *    TRAINING ROSTER. WS-SESSION-MODE TAGS EVERY LOG RECORD THE
      *    SCREEN WRITES ('T' FOR TRAINING, SPACE FOR PRODUCTION).

       01  WS-TRNGCHK-AREA.
           05  TG-TRAINING             PIC  X(01).
               88  TG-TRAINING-ON                  VALUE 'Y'.
           05  TG-BANNER               PIC  X(20).
           05  TG-FILE-COUNT           PIC  9(02).
           05  TG-FILE-NAME            PIC  X(08)  OCCURS 8 TIMES.

       01  WS-TRNGCHK-RC               PIC S9(08) COMP VALUE ZERO.

       01  WS-SESSION-MODE             PIC X(01)  VALUE SPACE.
           88  TRAINING-SESSION                   VALUE 'T'.

      ****************************************************************
      *    CICS DFHAID - FOR PF KEY USAGE                            *
      ****************************************************************
       COPY DFHAID.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(36).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1800-CHECK-TRAINING
              THRU 1800-EXIT.

           EXEC CICS ASSIGN
               USERID(WS-SIGNED-ON-USER)
               NOHANDLE
           END-EXEC.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA        TO WS-COM-AREA
           ELSE
               MOVE SPACE              TO WS-COM-AREA
           END-IF

           IF EIBCALEN > 0
              AND NOT TRANSFERRED-IN
               IF EIBAID EQUAL DFHPF3
               OR EIBAID EQUAL DFHCLEAR
                   GO TO 9900-EXIT-SYSTEM
               ELSE
                   GO TO 2000-RECEIVE-AND-QUEUE
           ELSE
               GO TO 1000-FIRST-TIME.

      *****************************************************************
      *  FIRST SEND - THE KEY THE INQUIRY SCREEN PASSED (IF ANY)       *
      *  PRE-FILLED, AND THE CLERK'S REQUEST LIST BELOW IT.            *
      *****************************************************************
       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO PKTQMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - THE LITERALS GO DIRECTLY INTO THE O-SIDE
      *    FIELDS, THE SAME SAFE PATTERN HICINQ'S 1000-FIRST-TIME
      *    USES.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           IF TRANSFERRED-IN
               MOVE WS-CA-KEY-TYPE     TO PKQTYPO
               MOVE WS-CA-KEY-VALUE    TO PKQKEYO
               MOVE 'KEY A REASON AND A UNIT, THEN ENTER TO QUEUE'
                                       TO PKQMSGO
           ELSE
               MOVE 'YOUR PACKET REQUESTS - KEY ONE ABOVE TO QUEUE IT'
                                       TO PKQMSGO
           END-IF.

           MOVE 'P'                    TO WS-CA-FLAG.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CA-LAST-STAMP.

           PERFORM 1100-LIST-REQUESTS
              THRU 1100-EXIT.

           MOVE TG-BANNER              TO PKQTRNO
           EXEC CICS SEND MAP('PKTQMAP')
               FROM     (PKTQMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *****************************************************************
      *  THE CLERK'S OWN REQUESTS, NEWEST FIRST - A BACKWARD BROWSE    *
      *  FROM THE TOP OF THEIR USER ID'S KEY RANGE. ROWS OF A HIGHER   *
      *  USER ID (WHERE THE BROWSE LANDS WHEN THEIR RANGE IS NOT THE   *
      *  LAST ON FILE) ARE STEPPED OVER; THE FIRST LOWER ONE ENDS IT.  *
      *****************************************************************
       1100-LIST-REQUESTS.

           MOVE SPACE                  TO PKQROW1O PKQROW2O PKQROW3O
                                          PKQROW4O PKQROW5O PKQROW6O.
           MOVE WS-ROW-HEADING         TO PKQHDRO.

           MOVE WS-SIGNED-ON-USER      TO PQ-OPERATOR.
           MOVE HIGH-VALUES            TO PQ-REQUEST-TS.

           EXEC CICS STARTBR FILE(WS-QUEUE-FILE)
               RIDFLD   (PQ-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NOTFND)
              MOVE HIGH-VALUES         TO PQ-KEY
              EXEC CICS STARTBR FILE(WS-QUEUE-FILE)
                  RIDFLD   (PQ-KEY)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
           END-IF.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              GO TO 1100-EXIT
           END-IF.

           MOVE ZERO TO WS-ROW-COUNT.

           PERFORM UNTIL WS-ROW-COUNT = 6
               EXEC CICS READPREV FILE(WS-QUEUE-FILE)
                   INTO     (PACKET-REQUEST-REC)
                   RIDFLD   (PQ-KEY)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
               OR PQ-OPERATOR < WS-SIGNED-ON-USER
                  MOVE 6               TO WS-ROW-COUNT
               ELSE
                  IF PQ-OPERATOR = WS-SIGNED-ON-USER
                     ADD 1             TO WS-ROW-COUNT
                     PERFORM 1150-BUILD-ONE-ROW
                        THRU 1150-EXIT
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE(WS-QUEUE-FILE)
               NOHANDLE
           END-EXEC.

       1100-EXIT.
           EXIT.

       1150-BUILD-ONE-ROW.

           MOVE SPACE                  TO WS-ROW-BUILD.
           MOVE PQ-REQUEST-TS (1:12)   TO WS-ROW-REQUESTED.
           MOVE PQ-KEY-TYPE            TO WS-ROW-KEY-TYPE.
           MOVE PQ-KEY-VALUE           TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT           TO WS-ROW-KEY.
           MOVE PQ-REASON              TO WS-ROW-REASON.
           MOVE PQ-DEST-UNIT           TO WS-ROW-UNIT.

           EVALUATE TRUE
             WHEN PQ-QUEUED
               MOVE 'QUEUED'           TO WS-ROW-STATUS
             WHEN PQ-PRODUCED
               MOVE 'PRODUCED'         TO WS-ROW-STATUS
               MOVE PQ-PACKET-ID       TO WS-ROW-DETAIL
             WHEN PQ-DELIVERED
               MOVE 'DELIVERED'        TO WS-ROW-STATUS
               MOVE PQ-PACKET-ID       TO WS-ROW-DETAIL
             WHEN PQ-FAILED
               MOVE 'FAILED'           TO WS-ROW-STATUS
               MOVE PQ-NOTE            TO WS-ROW-DETAIL
             WHEN OTHER
               MOVE PQ-STATUS          TO WS-ROW-STATUS
           END-EVALUATE.

           EVALUATE WS-ROW-COUNT
             WHEN 1 MOVE WS-ROW-BUILD  TO PKQROW1O
             WHEN 2 MOVE WS-ROW-BUILD  TO PKQROW2O
             WHEN 3 MOVE WS-ROW-BUILD  TO PKQROW3O
             WHEN 4 MOVE WS-ROW-BUILD  TO PKQROW4O
             WHEN 5 MOVE WS-ROW-BUILD  TO PKQROW5O
             WHEN 6 MOVE WS-ROW-BUILD  TO PKQROW6O
           END-EVALUATE.

       1150-EXIT.
           EXIT.

       1200-SET-LABELS.

           MOVE 'RESEARCH PACKET REQUESTS'
                                       TO PKQTITLO.
           MOVE 'KEY TYPE (R/S) / KEY: ' TO PKQLBL1O.
           MOVE 'REASON (CG/BN/LG/AU/OT):'
                                       TO PKQLBL2O.
           MOVE 'DELIVER TO UNIT: '    TO PKQLBL3O.

       1200-EXIT.
           EXIT.

      *****************************************************************
      *  QUEUES THE KEYED REQUEST. A BLANK KEY JUST REFRESHES THE      *
      *  STATUS LIST; ANY OTHER GAP IS SENT BACK WITH A MESSAGE AND    *
      *  NOTHING IS WRITTEN.                                           *
      *****************************************************************
       2000-RECEIVE-AND-QUEUE.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('PKTQMAP')
               INTO     (PKTQMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           MOVE SPACE                  TO PKQMSGO.

           IF PKQKEYI = SPACE OR LOW-VALUES
               MOVE 'YOUR PACKET REQUESTS - NEWEST FIRST'
                                       TO PKQMSGO
               GO TO 2900-SEND-RESULT
           END-IF.

           IF PKQTYPI NOT = 'R' AND PKQTYPI NOT = 'S'
               MOVE 'KEY TYPE MUST BE R (RRB HIC) OR S (SSA HIC)'
                                       TO PKQMSGO
               GO TO 2900-SEND-RESULT
           END-IF.

           MOVE PKQRSNI                TO PQ-REASON.

           IF NOT PQ-REASON-VALID
               MOVE 'REASON MUST BE CG, BN, LG, AU OR OT'
                                       TO PKQMSGO
               GO TO 2900-SEND-RESULT
           END-IF.

           IF PKQDESTI = SPACE OR LOW-VALUES
               MOVE 'KEY THE RPTROUTE UNIT THE PACKET SHOULD GO TO'
                                       TO PKQMSGO
               GO TO 2900-SEND-RESULT
           END-IF.

           MOVE SPACE                  TO PACKET-REQUEST-REC.
           MOVE WS-SIGNED-ON-USER      TO PQ-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO PQ-REQUEST-TS.
           MOVE EIBTRMID               TO PQ-TERMINAL.

           IF WS-CA-SOURCE-PGM = SPACE
               MOVE 'PKTREQ  '         TO PQ-SOURCE-PGM
           ELSE
               MOVE WS-CA-SOURCE-PGM   TO PQ-SOURCE-PGM
           END-IF.

           MOVE PKQTYPI                TO PQ-KEY-TYPE.
           MOVE PKQKEYI                TO PQ-KEY-VALUE.
           MOVE PKQRSNI                TO PQ-REASON.
           MOVE PKQDESTI               TO PQ-DEST-UNIT.
           MOVE 'Q'                    TO PQ-STATUS.
           MOVE ZERO                   TO PQ-DEST-NUMBER.

           EXEC CICS WRITE FILE(WS-QUEUE-FILE)
               FROM     (PACKET-REQUEST-REC)
               RIDFLD   (PQ-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'REQUEST QUEUED - PKTDRIVE WILL PRODUCE THE PACKET'
                                       TO PKQMSGO
               MOVE SPACE              TO ACCESS-LOG-REC
               MOVE PQ-KEY-TYPE        TO AC-ID-TYPE
               MOVE PQ-KEY-VALUE       TO AC-IDENTIFIER
               MOVE 'F'                TO AC-RESULT
               PERFORM 7300-LOG-ACCESS
                  THRU 7300-EXIT
               MOVE SPACE              TO PKQKEYO
                                          PKQTYPO
                                          PKQRSNO
                                          PKQDESTO
             WHEN DFHRESP(DUPREC)
               MOVE 'ONE REQUEST PER SECOND - PRESS ENTER AGAIN'
                                       TO PKQMSGO
             WHEN OTHER
               MOVE 'UNABLE TO WRITE THE PACKET REQUEST QUEUE'
                                       TO PKQMSGO
           END-EVALUATE.

       2900-SEND-RESULT.

           PERFORM 1100-LIST-REQUESTS
              THRU 1100-EXIT.

           MOVE TG-BANNER              TO PKQTRNO
           EXEC CICS SEND MAP('PKTQMAP')
               FROM     (PKTQMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
               TRANSID(WS-THIS-TRANS)
               COMMAREA(WS-COM-AREA)
               LENGTH(COMM-AREA-LENGTH)
           END-EXEC.


      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 1                      TO TG-FILE-COUNT.
           MOVE WS-QUEUE-FILE          TO TG-FILE-NAME (1).

           EXEC CICS LINK PROGRAM('TRNGCHK')
               COMMAREA(WS-TRNGCHK-AREA)
               LENGTH(LENGTH OF WS-TRNGCHK-AREA)
               NOHANDLE
               RESP(WS-TRNGCHK-RC)
           END-EXEC.

           IF WS-TRNGCHK-RC NOT = DFHRESP(NORMAL)
           OR NOT TG-TRAINING-ON
               MOVE SPACE              TO WS-SESSION-MODE
                                          TG-BANNER
               GO TO 1800-EXIT
           END-IF.

           MOVE 'T'                    TO WS-SESSION-MODE.
           MOVE TG-FILE-NAME (1)       TO WS-QUEUE-FILE.

       1800-EXIT.
           EXIT.


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP,
      *    AS ON THE INQUIRY SCREENS THIS ONE IS REACHED FROM.

       1900-CHECK-IDLE.

           MOVE ZERO                   TO WS-TIMEOUT-RBA.

           EXEC CICS READ FILE(WS-TIMEOUT-FILE)
               INTO     (WS-TIMEOUT-REC)
               RIDFLD   (WS-TIMEOUT-RBA)
               RBA
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND WS-TIMEOUT-REC NUMERIC
               MOVE WS-TIMEOUT-REC     TO IC-LIMIT-SECONDS
           ELSE
               MOVE 900                TO IC-LIMIT-SECONDS
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO IC-LAST-STAMP.
           CALL 'IDLECHK' USING WS-IDLECHK-PARAMETERS.
           MOVE IC-NOW-STAMP           TO WS-CA-LAST-STAMP.

           IF IC-SESSION-EXPIRED
              GO TO 8800-SESSION-TIMEOUT
           END-IF.

       1900-EXIT.
           EXIT.

       8800-SESSION-TIMEOUT.

           MOVE 'PKTREQ  '             TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE WS-SIGNED-ON-USER      TO WS-AUD-USER.
           MOVE SPACE                  TO WS-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-AUD-DATE (1:8).
           MOVE SPACE                  TO WS-AUD-TIME.
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-AUD-TIME (1:6).

           EXEC CICS WRITEQ TD
               QUEUE(WS-AUDIT-QUEUE)
               FROM(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
               NOHANDLE
               RESP(WS-AUDIT-WRITE-RC)
           END-EXEC.

           MOVE LOW-VALUES             TO PKTQMAPO.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO PKQMSGO.

           MOVE TG-BANNER              TO PKQTRNO
           EXEC CICS SEND MAP('PKTQMAP')
               FROM     (PKTQMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

      *    NO COMMAREA ON THE RETURN - THE NEXT INTERACTION STARTS
      *    THE MENU FRESH.

           EXEC CICS RETURN
               TRANSID(WS-MENU-TRANS)
           END-EXEC.

      *    ONE ACCESS RECORD PER QUEUED REQUEST - THE CALLER HAS
      *    ALREADY SET THE ID TYPE, THE IDENTIFIER AND THE RESULT.

       7300-LOG-ACCESS.

           MOVE WS-SIGNED-ON-USER      TO AC-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO AC-TIMESTAMP.
           MOVE EIBTRMID               TO AC-TERMINAL.
           MOVE WS-THIS-TRANS          TO AC-TRANS.
           MOVE 'PKTREQ  '             TO AC-PROGRAM.
           MOVE WS-SESSION-MODE        TO AC-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-ACCESS-QUEUE)
               FROM(ACCESS-LOG-REC)
               LENGTH(LENGTH OF ACCESS-LOG-REC)
               NOHANDLE
               RESP(WS-ACCESS-WRITE-RC)
           END-EXEC.

           IF WS-ACCESS-WRITE-RC NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD
                  QUEUE(WS-ACCESS-SPILL-QUEUE)
                  FROM(ACCESS-LOG-REC)
                  LENGTH(LENGTH OF ACCESS-LOG-REC)
                  NOHANDLE
                  RESP(WS-ACCESS-WRITE-RC)
              END-EXEC
           END-IF.

       7300-EXIT.
           EXIT.

      *    PF3 / CLEAR - BACK TO THE INQUIRY SCREEN THAT TRANSFERRED
      *    IN (IT STARTS FRESH, WITH NO COMMAREA), OR END THE TASK
      *    WHEN THIS SCREEN WAS STARTED ON ITS OWN.

       9900-EXIT-SYSTEM.

           IF  WS-CA-SOURCE-PGM NOT = SPACE
           AND WS-CA-SOURCE-PGM NOT = 'PKTREQ  '
               EXEC CICS XCTL
                   PROGRAM  (WS-CA-SOURCE-PGM)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
           END-IF.

           EXEC CICS RETURN
           END-EXEC.
