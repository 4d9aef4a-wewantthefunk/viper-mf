      *    EXEC CICS FILE CONTROL - THE SSAXLOOK SUBROUTINE THE BATCH
      *    JOBS USE OPENS THE FILE NATIVELY, WHICH WOULD ABEND THIS
      *    TASK (SEE COMPL004'S COMPL005-NOT-COMPL001 COMMENT).
      *
      *    EVERY LOOKUP IS WRITTEN TO THE BACC BENEFICIARY-DATA ACCESS
      *    LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY REVIEW.
      *
      *    PF6 HANDS THE KEY ON THE SCREEN TO THE PKTREQ RESEARCH
      *    PACKET REQUEST SCREEN (SEE 2500-REQUEST-PACKET), WHERE THE
      *    CLERK QUEUES A RESEARCH PACKET FOR THE BENEFICIARY.
      *
      *    A PF KEY ON THE BENSUMM BENEFICIARY SUMMARY SCREEN
      *    TRANSFERS IN HERE WITH THE KEY ALREADY FILLED IN AND THE
      *    LOOKUP DONE (SEE 1500-TRANSFERRED-IN).
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN AGAINST THE TRAINING COPIES OF ITS FILES, UNDER A
      *    TRAINING BANNER, WITH EVERY LOG RECORD IT WRITES TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING).
      *
      *    THE RRB HIC FOUND IS THEN LOOKED UP ON THE CROSSWALK
      *    MASTER FOR ITS SUPERSESSION CHAIN - WHEN A CLERK
      *    CORRECTION HAS REPLACED IT, OR IT REPLACED AN EARLIER
      *    ONE, THE SCREEN SHOWS THE NEXT AND CURRENT HICS AND THE
      *    PREVIOUS AND ORIGINAL ONES (SEE 2100-WALK-CHAIN).

       DATA DIVISION.

       01  WS-COM-AREA.
           05  WS-CA-FLAG              PIC X(01)  VALUE SPACE.
               88  FIRST-TIME                     VALUE SPACE.
               88  TRANSFERRED-IN                 VALUE 'X'.

      *    LAST-ACTIVITY STAMP (YYYYMMDDHHMMSS) FOR THE IDLE-SESSION
      *    TIMEOUT - REFRESHED ON EVERY INTERACTION, JUDGED BY

           05  WS-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.

      *    SET WHEN THE BENSUMM SUMMARY SCREEN TRANSFERRED IN WITH A
      *    KEY TO LOOK UP - THE SCREEN IS THEN SENT WHOLE, NOT
      *    DATAONLY, AND THE HANDED-IN KEY IS MASKED ON DISPLAY.

       01  WS-TRANSFER-SWITCH          PIC X(01)  VALUE 'N'.
           88  CAME-BY-TRANSFER                   VALUE 'Y'.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0015.

       01  WS-MENU-TRANS               PIC X(04)  VALUE 'MENU'.
           05  WS-AUD-DATE             PIC  X(10).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-TIME             PIC  X(08).
           05  WS-AUD-MODE             PIC  X(01)  VALUE SPACE.
           05  FILLER                  PIC  X(09)  VALUE SPACE.

       01  WS-AUDIT-QUEUE              PIC X(04)  VALUE 'AUDT'.
       01  WS-AUDIT-WRITE-RC           PIC S9(08) COMP VALUE ZERO.

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'MEN8'.

      *    COMMAREA HANDED TO PKTREQ ON PF6 - SAME LAYOUT AS PKTREQ'S
      *    OWN COMMAREA. FLAG 'X' TELLS IT AN INQUIRY TRANSFERRED IN.

       01  WS-PKTREQ-COM-AREA.
           05  PR-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  PR-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  PR-CA-SOURCE-PGM        PIC X(08)  VALUE 'SSAINQ  '.
           05  PR-CA-KEY-TYPE          PIC X(01)  VALUE 'S'.
           05  PR-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  WS-PKTREQ-LENGTH            PIC S9(04) COMP VALUE +0036.

       01  WS-XREF-FILE                PIC X(08)  VALUE 'SSAXREF '.
       01  WS-HIC-FILE                 PIC X(08)  VALUE 'HICXREF '.

      *    THE INQUIRY-SNAPSHOT CONTROL RECORD (CICS-DEFINED INQSNAPF
      *    VIEW OF THE INQSNAP DATASET XREFSNAP/XREFAUDT MAINTAIN).
           05  SX-SSA-BIC              PIC  X(02).
           05  SX-LAST-SEEN            PIC  X(26).

      *    THE CROSSWALK MASTER RECORD BEHIND THE RRB HIC FOUND, AND
      *    ONE FURTHER ALONG ITS SUPERSESSION CHAIN - ONLY THE LINKS
      *    ARE LOOKED AT. THE HOP LIMIT STOPS A LOOPED CHAIN.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(86).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       01  WS-CHAIN-REC.
           05  WC-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(86).
           05  WC-SUPERSEDED-BY        PIC  X(12).
           05  WC-SUPERSEDES           PIC  X(12).

       01  WS-CHAIN-KEY                PIC X(12)  VALUE SPACE.
       01  WS-CHAIN-END                PIC X(12)  VALUE SPACE.
       01  WS-CHAIN-HOPS               PIC S9(04) COMP VALUE ZERO.
       01  WS-CHAIN-MAX                PIC S9(04) COMP VALUE +10.

       COPY SSAIMAP.


           05  RT-TRANS            PIC X(04).
           05  RT-DATE             PIC X(08).
           05  RT-ELAPSED-MS       PIC 9(07).
           05  RT-MODE             PIC X(01).

       01  WS-RT-QUEUE             PIC X(04)  VALUE 'CPRF'.
       01  WS-RT-WRITE-RC          PIC S9(08) COMP VALUE ZERO.

      *    BENEFICIARY-DATA ACCESS LOG - EVERY LOOKUP IS RECORDED WITH
      *    WHO MADE IT, FROM WHICH TERMINAL, WHAT WAS SEARCHED AND
      *    WHETHER IT WAS FOUND, SO "WHO VIEWED THIS BENEFICIARY" HAS
      *    AN ANSWER. WRITTEN TO THE BACC TD DESTINATION (THE CAUD
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

       LINKAGE SECTION.

      *    THE SCREEN'S OWN 15 BYTES, PLUS THE KEY BENSUMM HANDS IN ON
      *    A DRILL-DOWN (FLAG 'X', SEE 1500-TRANSFERRED-IN).

       01  DFHCOMMAREA.
           05  CA-OWN-AREA             PIC X(15).
           05  CA-XFER-KEY             PIC X(12).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1800-CHECK-TRAINING
              THRU 1800-EXIT.

           IF EIBCALEN > 0
               MOVE CA-OWN-AREA        TO WS-COM-AREA
           ELSE
               MOVE SPACE              TO WS-COM-AREA
           END-IF

           IF EIBCALEN > 0
               IF TRANSFERRED-IN
                   GO TO 1500-TRANSFERRED-IN
               ELSE
               IF EIBAID EQUAL DFHPF3
               OR EIBAID EQUAL DFHCLEAR
                   GO TO 9900-EXIT-SYSTEM
               ELSE
               IF EIBAID EQUAL DFHPF6
                   GO TO 2500-REQUEST-PACKET
               ELSE
                   GO TO 2000-RECEIVE-AND-LOOKUP
           ELSE
      *    FIELDS, THE SAME SAFE PATTERN COMPL004'S 1000-FIRST-TIME
      *    USES.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE TG-BANNER              TO SSATRNO
           EXEC CICS SEND MAP('SSAIMAP')
               FROM     (SSAIMAPI)
               ERASE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

       2010-LOOKUP.

           MOVE SPACE                  TO SSARRBO
                                          SSAMBIO
                                          SSALASTO
                                          SSASUPBO
                                          SSACURRO
                                          SSASUPSO
                                          SSAORIGO.

           MOVE ZERO                   TO WS-SNAP-RBA.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND SN-STATUS = 'S'
               MOVE 'SSAXREFS'         TO WS-XREF-FILE
               MOVE 'HICXREFS'         TO WS-HIC-FILE
           ELSE
               MOVE 'SSAXREF '         TO WS-XREF-FILE
               MOVE 'HICXREF '         TO WS-HIC-FILE
           END-IF.

      *    A TRAINING SESSION READS THE TRAINING CROSSWALK WHATEVER
      *    THE SNAPSHOT STATUS - THE TRAINING FILES ARE NEVER
      *    MID-REFRESH.

           IF TRAINING-SESSION
               MOVE TG-FILE-NAME (1)   TO WS-XREF-FILE
               MOVE TG-FILE-NAME (2)   TO WS-HIC-FILE
           END-IF.

           MOVE SSAKEYI                TO SX-SSA-HIC.
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO ACCESS-LOG-REC.
           MOVE 'S'                    TO AC-ID-TYPE.
           MOVE SSAKEYI                TO AC-IDENTIFIER.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'F'                TO AC-RESULT
               MOVE SX-RRB-HIC         TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO SSARRBO
                                       TO SSAMBIO
               MOVE SX-LAST-SEEN       TO SSALASTO
               MOVE 'FOUND'            TO SSAMSGO
               PERFORM 2100-WALK-CHAIN
                  THRU 2100-EXIT
             WHEN DFHRESP(NOTFND)
               MOVE 'N'                TO AC-RESULT
               MOVE 'NOT FOUND - NOT ON THE COMPANION FILE'
                                       TO SSAMSGO
             WHEN OTHER
               MOVE 'E'                TO AC-RESULT
               MOVE 'UNABLE TO READ THE COMPANION FILE'
                                       TO SSAMSGO
           END-EVALUATE.

           PERFORM 7300-LOG-ACCESS
              THRU 7300-EXIT.

           IF CAME-BY-TRANSFER
               MOVE SSAKEYI            TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT (1:11)
                                       TO SSAKEYO
               MOVE TG-BANNER          TO SSATRNO
               EXEC CICS SEND MAP('SSAIMAP')
                   FROM     (SSAIMAPI)
                   ERASE
                   FREEKB
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               GO TO 6000-RETURN-CONVERSE
           END-IF.

           MOVE TG-BANNER              TO SSATRNO
           EXEC CICS SEND MAP('SSAIMAP')
               FROM     (SSAIMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *    PF6 - QUEUE A RESEARCH PACKET FOR THE KEY ON THE SCREEN.
      *    THE KEY GOES TO PKTREQ AS KEYED (FULL, UNMASKED - IT IS
      *    NEVER DISPLAYED FROM THE COMMAREA); PKTREQ TAKES THE
      *    REASON AND DESTINATION AND PF3 THERE COMES BACK HERE.

       2500-REQUEST-PACKET.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('SSAIMAP')
               INTO     (SSAIMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF SSAKEYI = SPACE OR LOW-VALUES
               MOVE 'KEY AN SSA HIC, THEN PF6 FOR A PACKET'
                                       TO SSAMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO PR-CA-LAST-STAMP.
           MOVE SSAKEYI                TO PR-CA-KEY-VALUE.

           EXEC CICS XCTL
               PROGRAM  ('PKTREQ')
               COMMAREA (WS-PKTREQ-COM-AREA)
               LENGTH   (WS-PKTREQ-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'UNABLE TO START THE PACKET REQUEST SCREEN'
                                       TO SSAMSGO.

       2590-SEND-MESSAGE.

           MOVE TG-BANNER              TO SSATRNO
           EXEC CICS SEND MAP('SSAIMAP')
               FROM     (SSAIMAPO)
               DATAONLY
           END-EXEC.


      *    LABEL TEXT FOR THE O-SIDE - SHARED BY THE FIRST-TIME SEND
      *    AND A DRILL-DOWN ARRIVAL FROM BENSUMM.

       1100-SET-LABELS.

           MOVE 'SSA HIC: '             TO SSALBL1O.
           MOVE 'RRB HIC: '             TO SSALBL2O.
           MOVE 'LAST SEEN: '           TO SSALBL3O.
           MOVE 'SSA MBI: '             TO SSALBL4O.
           MOVE 'SUPERSEDED BY/CURR: '  TO SSALBL5O.
           MOVE 'SUPERSEDES/ORIGINAL:'  TO SSALBL6O.

       1100-EXIT.
           EXIT.

      *    DRILL-DOWN FROM THE BENSUMM SUMMARY SCREEN - THE KEY COMES
      *    IN THE COMMAREA, IS PUT IN THE KEY FIELD AS IF KEYED, AND
      *    THE ORDINARY LOOKUP RUNS ON IT. IDLE TIMEOUT AND ACCESS
      *    LOGGING APPLY THE SAME AS A KEYED LOOKUP.

       1500-TRANSFERRED-IN.

           MOVE SPACE                  TO WS-CA-FLAG.
           MOVE 'Y'                    TO WS-TRANSFER-SWITCH.

           PERFORM 7100-RT-START
              THRU 7100-EXIT.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           MOVE LOW-VALUES             TO SSAIMAPO.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE CA-XFER-KEY            TO SSAKEYO.

           GO TO 2010-LOOKUP.


      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 2                      TO TG-FILE-COUNT.
           MOVE WS-XREF-FILE           TO TG-FILE-NAME (1).
           MOVE WS-HIC-FILE            TO TG-FILE-NAME (2).

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
           MOVE TG-FILE-NAME (1)       TO WS-XREF-FILE.
           MOVE TG-FILE-NAME (2)       TO WS-HIC-FILE.

       1800-EXIT.
           EXIT.


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP.
       1900-EXIT.
           EXIT.

      *    THE SUPERSESSION CHAIN EITHER SIDE OF THE RRB HIC FOUND,
      *    FROM THE CROSSWALK MASTER OF THE SAME GENERATION (LIVE,
      *    SNAPSHOT OR TRAINING) AS THE COMPANION FILE. NO MASTER
      *    RECORD, OR NO LINKS, LEAVES THE CHAIN FIELDS BLANK; A LINK
      *    TO A HIC NOT ON THE MASTER ENDS THE WALK THERE. EVERY HIC
      *    SHOWN GOES THROUGH THE SITE MASKING SWITCH.

       2100-WALK-CHAIN.

           MOVE SX-RRB-HIC             TO HX-RRB-HIC.

           EXEC CICS READ FILE(WS-HIC-FILE)
               INTO     (HIC-XREF-REC)
               RIDFLD   (HX-RRB-HIC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
               GO TO 2100-EXIT
           END-IF.

           IF HX-SUPERSEDED-BY NOT = SPACE
               MOVE 'FOUND - RRB HIC SUPERSEDED, SEE CURRENT'
                                       TO SSAMSGO
               MOVE HX-SUPERSEDED-BY   TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO SSASUPBO
               MOVE HX-SUPERSEDED-BY   TO WS-CHAIN-KEY
               MOVE ZERO               TO WS-CHAIN-HOPS
               PERFORM 2110-FORWARD-HOP
                  THRU 2110-EXIT
                 UNTIL WS-CHAIN-KEY = SPACE
                    OR WS-CHAIN-HOPS > WS-CHAIN-MAX
               MOVE WS-CHAIN-END       TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO SSACURRO
           END-IF.

           IF HX-SUPERSEDES NOT = SPACE
               MOVE HX-SUPERSEDES      TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO SSASUPSO
               MOVE HX-SUPERSEDES      TO WS-CHAIN-KEY
               MOVE ZERO               TO WS-CHAIN-HOPS
               PERFORM 2120-BACKWARD-HOP
                  THRU 2120-EXIT
                 UNTIL WS-CHAIN-KEY = SPACE
                    OR WS-CHAIN-HOPS > WS-CHAIN-MAX
               MOVE WS-CHAIN-END       TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO SSAORIGO
           END-IF.

       2100-EXIT.
           EXIT.

       2110-FORWARD-HOP.

           ADD 1                       TO WS-CHAIN-HOPS.
           MOVE WS-CHAIN-KEY           TO WS-CHAIN-END.

           EXEC CICS READ FILE(WS-HIC-FILE)
               INTO     (WS-CHAIN-REC)
               RIDFLD   (WS-CHAIN-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
               MOVE WC-SUPERSEDED-BY   TO WS-CHAIN-KEY
           ELSE
               MOVE SPACE              TO WS-CHAIN-KEY
           END-IF.

       2110-EXIT.
           EXIT.

       2120-BACKWARD-HOP.

           ADD 1                       TO WS-CHAIN-HOPS.
           MOVE WS-CHAIN-KEY           TO WS-CHAIN-END.

           EXEC CICS READ FILE(WS-HIC-FILE)
               INTO     (WS-CHAIN-REC)
               RIDFLD   (WS-CHAIN-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
               MOVE WC-SUPERSEDES      TO WS-CHAIN-KEY
           ELSE
               MOVE SPACE              TO WS-CHAIN-KEY
           END-IF.

       2120-EXIT.
           EXIT.

       8800-SESSION-TIMEOUT.

           EXEC CICS ASSIGN
           END-EXEC.

           MOVE 'SSAINQ  '                TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO SSAMSGO.

           MOVE TG-BANNER              TO SSATRNO
           EXEC CICS SEND MAP('SSAIMAP')
               FROM     (SSAIMAPI)
               ERASE
           MOVE WS-THIS-TRANS         TO RT-TRANS.
           MOVE BT-BUSINESS-DATE      TO RT-DATE.
           MOVE WS-RT-ELAPSED-MS      TO RT-ELAPSED-MS.
           MOVE WS-SESSION-MODE       TO RT-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-RT-QUEUE)
       7200-EXIT.
           EXIT.

      *    ONE ACCESS RECORD PER LOOKUP - THE CALLER HAS ALREADY SET
      *    THE ID TYPE, THE IDENTIFIER AS KEYED AND THE RESULT.

       7300-LOG-ACCESS.

           EXEC CICS ASSIGN
               USERID   (AC-OPERATOR)
               NOHANDLE
               RESP     (WS-ACCESS-WRITE-RC)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO AC-TIMESTAMP.
           MOVE EIBTRMID               TO AC-TERMINAL.
           MOVE WS-THIS-TRANS          TO AC-TRANS.
           MOVE 'SSAINQ  '             TO AC-PROGRAM.
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

       9900-EXIT-SYSTEM.

           EXEC CICS RETURN
