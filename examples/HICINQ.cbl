      *    FILE CONTROL, NOT NATIVE COBOL I/O, WHICH WOULD ABEND THE
      *    TASK (SEE COMPL004'S COMPL005-NOT-COMPL001 COMMENT FOR THE
      *    SAME TRAP).
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
      *
      *    WHEN A CLERK CORRECTION HAS REPLACED A BAD RRB HIC, THE
      *    SCREEN SHOWS THE SUPERSESSION CHAIN BOTH WAYS - THE HIC
      *    THIS ONE WAS REPLACED BY AND THE CURRENT ONE AT THE END OF
      *    THE CHAIN, AND THE HIC THIS ONE REPLACED AND THE ORIGINAL
      *    AT THE START OF IT (SEE 2100-WALK-CHAIN).

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

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'MEN7'.

      *    COMMAREA HANDED TO PKTREQ ON PF6 - SAME LAYOUT AS PKTREQ'S
      *    OWN COMMAREA. FLAG 'X' TELLS IT AN INQUIRY TRANSFERRED IN.

       01  WS-PKTREQ-COM-AREA.
           05  PR-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  PR-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  PR-CA-SOURCE-PGM        PIC X(08)  VALUE 'HICINQ  '.
           05  PR-CA-KEY-TYPE          PIC X(01)  VALUE 'R'.
           05  PR-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  WS-PKTREQ-LENGTH            PIC S9(04) COMP VALUE +0036.

      *    COMMAREA HANDED TO CNTLENT ON PF9 - THE SAME 36-BYTE SHAPE,
      *    WHICH CNTLENT TAKES AS THE FRONT OF ITS OWN COMMAREA.

       01  WS-CNTLENT-COM-AREA.
           05  CN-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  CN-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  CN-CA-SOURCE-PGM        PIC X(08)  VALUE 'HICINQ  '.
           05  CN-CA-KEY-TYPE          PIC X(01)  VALUE 'R'.
           05  CN-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  WS-CNTLENT-LENGTH           PIC S9(04) COMP VALUE +0036.

       01  WS-XREF-FILE                PIC X(08)  VALUE 'HICXREF '.

      *    THE INQUIRY-SNAPSHOT CONTROL RECORD (CICS-DEFINED INQSNAPF
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

      *    A RECORD FURTHER ALONG THE SUPERSESSION CHAIN - ONLY ITS
      *    LINKS ARE LOOKED AT. THE HOP LIMIT STOPS A LOOPED CHAIN.

       01  WS-CHAIN-REC.
           05  WC-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(86).
           05  WC-SUPERSEDED-BY        PIC  X(12).
           05  WC-SUPERSEDES           PIC  X(12).

       01  WS-CHAIN-KEY                PIC X(12)  VALUE SPACE.
       01  WS-CHAIN-END                PIC X(12)  VALUE SPACE.
       01  WS-CHAIN-HOPS               PIC S9(04) COMP VALUE ZERO.
       01  WS-CHAIN-MAX                PIC S9(04) COMP VALUE +10.

       COPY HICIMAP.

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
               IF EIBAID EQUAL DFHPF9
                   GO TO 2600-CONTACT-LOG
               ELSE
                   GO TO 2000-RECEIVE-AND-LOOKUP
           ELSE
      *    FIELDS, THE SAME SAFE PATTERN COMPL004'S 1000-FIRST-TIME
      *    USES.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE TG-BANNER              TO HICTRNO
           EXEC CICS SEND MAP('HICIMAP')
               FROM     (HICIMAPI)
               ERASE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

       2010-LOOKUP.

           MOVE SPACE                  TO HICSSAO
                                          HICBICO
                                          HICMBIO
                                          HICFRSTO
                                          HICLASTO
                                          HICMISO
                                          HICSUPBO
                                          HICCURRO
                                          HICSUPSO
                                          HICORIGO.

           MOVE ZERO                   TO WS-SNAP-RBA.

               MOVE 'HICXREF '         TO WS-XREF-FILE
           END-IF.

      *    A TRAINING SESSION READS THE TRAINING CROSSWALK WHATEVER
      *    THE SNAPSHOT STATUS - THE TRAINING FILES ARE NEVER
      *    MID-REFRESH.

           IF TRAINING-SESSION
               MOVE TG-FILE-NAME (1)   TO WS-XREF-FILE
           END-IF.

           MOVE HICRRBI                TO HX-RRB-HIC.

           EXEC CICS READ FILE(WS-XREF-FILE)
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO ACCESS-LOG-REC.
           MOVE 'R'                    TO AC-ID-TYPE.
           MOVE HICRRBI                TO AC-IDENTIFIER.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'F'                TO AC-RESULT
               MOVE HX-SSA-HIC         TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT (1:11)
               MOVE HX-FIRST-SEEN      TO HICFRSTO
               MOVE HX-LAST-SEEN       TO HICLASTO
               MOVE HX-MISMATCH-FLAG   TO HICMISO
               PERFORM 2100-WALK-CHAIN
                  THRU 2100-EXIT
               EVALUATE TRUE
                 WHEN HX-SUPERSEDED-BY NOT = SPACE
                   MOVE 'FOUND - SUPERSEDED, SEE CURRENT HIC'
                                       TO HICMSGO
                 WHEN HX-MISMATCH-FLAG = 'Y'
                   MOVE 'FOUND - MISMATCH FLAG IS SET'
                                       TO HICMSGO
                 WHEN OTHER
                   MOVE 'FOUND'        TO HICMSGO
               END-EVALUATE
             WHEN DFHRESP(NOTFND)
               MOVE 'N'                TO AC-RESULT
               MOVE 'NOT FOUND - HIC IS NOT ON THE MASTER'
                                       TO HICMSGO
             WHEN OTHER
               MOVE 'E'                TO AC-RESULT
               MOVE 'UNABLE TO READ THE CROSSWALK MASTER'
                                       TO HICMSGO
           END-EVALUATE.

           PERFORM 7300-LOG-ACCESS
              THRU 7300-EXIT.

           IF CAME-BY-TRANSFER
               MOVE HICRRBI            TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO HICRRBO
               MOVE TG-BANNER          TO HICTRNO
               EXEC CICS SEND MAP('HICIMAP')
                   FROM     (HICIMAPI)
                   ERASE
                   FREEKB
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               GO TO 6000-RETURN-CONVERSE
           END-IF.

           MOVE TG-BANNER              TO HICTRNO
           EXEC CICS SEND MAP('HICIMAP')
               FROM     (HICIMAPO)
               DATAONLY

           GO TO 6000-RETURN-CONVERSE.

      *    PF6 - QUEUE A RESEARCH PACKET FOR THE KEY ON THE SCREEN.
      *    THE KEY GOES TO PKTREQ AS KEYED (FULL, UNMASKED - IT IS
      *    NEVER DISPLAYED FROM THE COMMAREA); PKTREQ TAKES THE
      *    REASON AND DESTINATION AND PF3 THERE COMES BACK HERE.

       2500-REQUEST-PACKET.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('HICIMAP')
               INTO     (HICIMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF HICRRBI = SPACE OR LOW-VALUES
               MOVE 'KEY AN RRB HIC, THEN PF6 FOR A PACKET'
                                       TO HICMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO PR-CA-LAST-STAMP.
           MOVE HICRRBI                TO PR-CA-KEY-VALUE.

           EXEC CICS XCTL
               PROGRAM  ('PKTREQ')
               COMMAREA (WS-PKTREQ-COM-AREA)
               LENGTH   (WS-PKTREQ-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'UNABLE TO START THE PACKET REQUEST SCREEN'
                                       TO HICMSGO.

       2590-SEND-MESSAGE.

           MOVE TG-BANNER              TO HICTRNO
           EXEC CICS SEND MAP('HICIMAP')
               FROM     (HICIMAPO)
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

           EXEC CICS RECEIVE MAP('HICIMAP')
               INTO     (HICIMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF HICRRBI = SPACE OR LOW-VALUES
               MOVE 'KEY AN RRB HIC, THEN PF9 FOR ITS CONTACT LOG'
                                       TO HICMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO CN-CA-LAST-STAMP.
           MOVE HICRRBI                TO CN-CA-KEY-VALUE.

           EXEC CICS XCTL
               PROGRAM  ('CNTLENT')
               COMMAREA (WS-CNTLENT-COM-AREA)
               LENGTH   (WS-CNTLENT-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'UNABLE TO START THE CONTACT LOG SCREEN'
                                       TO HICMSGO.

           GO TO 2590-SEND-MESSAGE.

       6000-RETURN-CONVERSE.

           PERFORM 7200-RT-SAMPLE
           END-EXEC.


      *    LABEL TEXT FOR THE O-SIDE - SHARED BY THE FIRST-TIME SEND
      *    AND A DRILL-DOWN ARRIVAL FROM BENSUMM.

       1100-SET-LABELS.

           MOVE 'RRB HIC: '             TO HICLBL1O.
           MOVE 'SSA HIC / BIC: '       TO HICLBL2O.
           MOVE 'FIRST SEEN: '          TO HICLBL3O.
           MOVE 'LAST SEEN: '           TO HICLBL4O.
           MOVE 'MISMATCH FLAG: '       TO HICLBL5O.
           MOVE 'SSA MBI: '              TO HICLBL6O.
           MOVE 'SUPERSEDED BY/CURR: '  TO HICLBL7O.
           MOVE 'SUPERSEDES/ORIGINAL:'  TO HICLBL8O.

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

           MOVE LOW-VALUES             TO HICIMAPO.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE CA-XFER-KEY            TO HICRRBO.

           GO TO 2010-LOOKUP.


      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 1                      TO TG-FILE-COUNT.
           MOVE WS-XREF-FILE           TO TG-FILE-NAME (1).

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

       1800-EXIT.
           EXIT.


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP.
       1900-EXIT.
           EXIT.

      *    THE SUPERSESSION CHAIN EITHER SIDE OF THE RECORD ON THE
      *    SCREEN, READ FROM THE SAME FILE THE RECORD CAME FROM. A
      *    LINK TO A HIC NOT ON THE MASTER ENDS THE WALK THERE. EVERY
      *    HIC SHOWN GOES THROUGH THE SITE MASKING SWITCH.

       2100-WALK-CHAIN.

           IF HX-SUPERSEDED-BY NOT = SPACE
               MOVE HX-SUPERSEDED-BY   TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO HICSUPBO
               MOVE HX-SUPERSEDED-BY   TO WS-CHAIN-KEY
               MOVE ZERO               TO WS-CHAIN-HOPS
               PERFORM 2110-FORWARD-HOP
                  THRU 2110-EXIT
                 UNTIL WS-CHAIN-KEY = SPACE
                    OR WS-CHAIN-HOPS > WS-CHAIN-MAX
               MOVE WS-CHAIN-END       TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO HICCURRO
           END-IF.

           IF HX-SUPERSEDES NOT = SPACE
               MOVE HX-SUPERSEDES      TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO HICSUPSO
               MOVE HX-SUPERSEDES      TO WS-CHAIN-KEY
               MOVE ZERO               TO WS-CHAIN-HOPS
               PERFORM 2120-BACKWARD-HOP
                  THRU 2120-EXIT
                 UNTIL WS-CHAIN-KEY = SPACE
                    OR WS-CHAIN-HOPS > WS-CHAIN-MAX
               MOVE WS-CHAIN-END       TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO HICORIGO
           END-IF.

       2100-EXIT.
           EXIT.

       2110-FORWARD-HOP.

           ADD 1                       TO WS-CHAIN-HOPS.
           MOVE WS-CHAIN-KEY           TO WS-CHAIN-END.

           EXEC CICS READ FILE(WS-XREF-FILE)
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

           EXEC CICS READ FILE(WS-XREF-FILE)
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

           MOVE 'HICINQ  '                TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO HICMSGO.

           MOVE TG-BANNER              TO HICTRNO
           EXEC CICS SEND MAP('HICIMAP')
               FROM     (HICIMAPI)
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
           MOVE 'HICINQ  '             TO AC-PROGRAM.
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
