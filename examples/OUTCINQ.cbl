      *    NIGHT" IS A SCREEN, NOT A REQUEST TO OPERATIONS.
      *    READ-ONLY THROUGH EXEC CICS FILE CONTROL LIKE HICINQ,
      *    WITH MASKHIC APPLIED.
      *
      *    EVERY LOOKUP IS WRITTEN TO THE BACC BENEFICIARY-DATA ACCESS
      *    LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY REVIEW.
      *
      *    PF6 HANDS THE KEY ON THE SCREEN TO THE PKTREQ RESEARCH
      *    PACKET REQUEST SCREEN (SEE 2500-REQUEST-PACKET), WHERE THE
      *    CLERK QUEUES A RESEARCH PACKET FOR THE BENEFICIARY.
      *
      *    PF9 DOES THE SAME FOR THE CNTLENT CONTACT LOG SCREEN (SEE
      *    2600-CONTACT-LOG), WHERE THE CLERK SEES AND LOGS CALLS
      *    ABOUT THE BENEFICIARY.
      *
      *    A PF KEY ON THE BENSUMM BENEFICIARY SUMMARY SCREEN
      *    TRANSFERS IN HERE WITH THE KEY ALREADY FILLED IN AND THE
      *    LOOKUP DONE (SEE 1500-TRANSFERRED-IN).
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN AGAINST THE TRAINING COPIES OF ITS FILES, UNDER A
      *    TRAINING BANNER, WITH EVERY LOG RECORD IT WRITES TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING).

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

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'MENB'.

      *    COMMAREA HANDED TO PKTREQ ON PF6 - SAME LAYOUT AS PKTREQ'S
      *    OWN COMMAREA. FLAG 'X' TELLS IT AN INQUIRY TRANSFERRED IN.

       01  WS-PKTREQ-COM-AREA.
           05  PR-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  PR-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  PR-CA-SOURCE-PGM        PIC X(08)  VALUE 'OUTCINQ '.
           05  PR-CA-KEY-TYPE          PIC X(01)  VALUE 'R'.
           05  PR-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  WS-PKTREQ-LENGTH            PIC S9(04) COMP VALUE +0036.

      *    COMMAREA HANDED TO CNTLENT ON PF9 - THE SAME 36-BYTE SHAPE,
      *    WHICH CNTLENT TAKES AS THE FRONT OF ITS OWN COMMAREA.

       01  WS-CNTLENT-COM-AREA.
           05  CN-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  CN-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  CN-CA-SOURCE-PGM        PIC X(08)  VALUE 'OUTCINQ '.
           05  CN-CA-KEY-TYPE          PIC X(01)  VALUE 'R'.
           05  CN-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  WS-CNTLENT-LENGTH           PIC S9(04) COMP VALUE +0036.

       01  WS-OUTC-FILE                PIC X(08)  VALUE 'OUTCMAST'.

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN

       COPY OUTCMAP.

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
               IF EIBAID EQUAL DFHPF9
                   GO TO 2600-CONTACT-LOG
               ELSE
                   GO TO 2000-RECEIVE-AND-LOOKUP
           ELSE
      *    FIELDS, THE SAME SAFE PATTERN COMPL004'S 1000-FIRST-TIME
      *    USES.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE TG-BANNER              TO OUTTRNO
           EXEC CICS SEND MAP('OUTCMAP')
               FROM     (OUTCMAPI)
               ERASE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

       2010-LOOKUP.

           MOVE SPACE                  TO OUTCURO
                                          OUTPRIO.

               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO ACCESS-LOG-REC.
           MOVE 'R'                    TO AC-ID-TYPE.
           MOVE OUTRRBI                TO AC-IDENTIFIER.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'F'                TO AC-RESULT
               PERFORM 2100-FORMAT-CURRENT-SET
                  THRU 2100-EXIT
               MOVE WS-SET-LINE        TO OUTCURO
                                       TO OUTMSGO
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'N'                TO AC-RESULT
               MOVE 'NOT FOUND - NOT ON THE OUTCOME MASTER'
                                       TO OUTMSGO
             WHEN OTHER
               MOVE 'E'                TO AC-RESULT
               MOVE 'UNABLE TO READ THE OUTCOME MASTER'
                                       TO OUTMSGO
           END-EVALUATE.

           PERFORM 7300-LOG-ACCESS
              THRU 7300-EXIT.

           IF CAME-BY-TRANSFER
               MOVE OUTRRBI            TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO OUTRRBO
               MOVE TG-BANNER          TO OUTTRNO
               EXEC CICS SEND MAP('OUTCMAP')
                   FROM     (OUTCMAPI)
                   ERASE
                   FREEKB
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               GO TO 6000-RETURN-CONVERSE
           END-IF.

           MOVE TG-BANNER              TO OUTTRNO
           EXEC CICS SEND MAP('OUTCMAP')
               FROM     (OUTCMAPO)
               DATAONLY
       2200-EXIT.
           EXIT.

      *    PF6 - QUEUE A RESEARCH PACKET FOR THE KEY ON THE SCREEN.
      *    THE KEY GOES TO PKTREQ AS KEYED (FULL, UNMASKED - IT IS
      *    NEVER DISPLAYED FROM THE COMMAREA); PKTREQ TAKES THE
      *    REASON AND DESTINATION AND PF3 THERE COMES BACK HERE.

       2500-REQUEST-PACKET.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('OUTCMAP')
               INTO     (OUTCMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF OUTRRBI = SPACE OR LOW-VALUES
               MOVE 'KEY AN RRB HIC, THEN PF6 FOR A PACKET'
                                       TO OUTMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO PR-CA-LAST-STAMP.
           MOVE OUTRRBI                TO PR-CA-KEY-VALUE.

           EXEC CICS XCTL
               PROGRAM  ('PKTREQ')
               COMMAREA (WS-PKTREQ-COM-AREA)
               LENGTH   (WS-PKTREQ-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'UNABLE TO START THE PACKET REQUEST SCREEN'
                                       TO OUTMSGO.

       2590-SEND-MESSAGE.

           MOVE TG-BANNER              TO OUTTRNO
           EXEC CICS SEND MAP('OUTCMAP')
               FROM     (OUTCMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *    PF9 - THE CONTACT LOG FOR THE KEY ON THE SCREEN, HANDED
      *    TO CNTLENT THE SAME WAY PF6 HANDS IT TO PKTREQ; PF3 THERE
      *    COMES BACK HERE.

       2600-CONTACT-LOG.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('OUTCMAP')
               INTO     (OUTCMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF OUTRRBI = SPACE OR LOW-VALUES
               MOVE 'KEY AN RRB HIC, THEN PF9 FOR ITS CONTACT LOG'
                                       TO OUTMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO CN-CA-LAST-STAMP.
           MOVE OUTRRBI                TO CN-CA-KEY-VALUE.

           EXEC CICS XCTL
               PROGRAM  ('CNTLENT')
               COMMAREA (WS-CNTLENT-COM-AREA)
               LENGTH   (WS-CNTLENT-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'UNABLE TO START THE CONTACT LOG SCREEN'
                                       TO OUTMSGO.

           GO TO 2590-SEND-MESSAGE.

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
           END-EXEC.


      *    LABEL TEXT FOR THE O-SIDE - SHARED BY THE FIRST-TIME SEND
      *    AND A DRILL-DOWN ARRIVAL FROM BENSUMM.

       1100-SET-LABELS.

           MOVE 'RRB HIC: '             TO OUTLBL1O.
           MOVE 'CURRENT: '             TO OUTLBL2O.
           MOVE 'PRIOR: '               TO OUTLBL3O.

       1100-EXIT.
           EXIT.

      *    DRILL-DOWN FROM THE BENSUMM SUMMARY SCREEN - THE KEY COMES
      *    IN THE COMMAREA, IS PUT IN THE KEY FIELD AS IF KEYED, AND
      *    THE ORDINARY LOOKUP RUNS ON IT. IDLE TIMEOUT AND ACCESS
      *    LOGGING APPLY THE SAME AS A KEYED LOOKUP.

       1500-TRANSFERRED-IN.

           MOVE SPACE                  TO WS-CA-FLAG.
           MOVE 'Y'                    TO WS-TRANSFER-SWITCH.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           MOVE LOW-VALUES             TO OUTCMAPO.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE CA-XFER-KEY            TO OUTRRBO.

           GO TO 2010-LOOKUP.


      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 1                      TO TG-FILE-COUNT.
           MOVE WS-OUTC-FILE           TO TG-FILE-NAME (1).

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
           MOVE TG-FILE-NAME (1)       TO WS-OUTC-FILE.

       1800-EXIT.
           EXIT.


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP.
           END-EXEC.

           MOVE 'OUTCINQ '                TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO OUTMSGO.

           MOVE TG-BANNER              TO OUTTRNO
           EXEC CICS SEND MAP('OUTCMAP')
               FROM     (OUTCMAPI)
               ERASE
               TRANSID(WS-MENU-TRANS)
           END-EXEC.

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
           MOVE 'OUTCINQ '             TO AC-PROGRAM.
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
