      *    SSAREASF VIEW), AND THE ATTEMPT COUNT - THE
      *    RETRANSMISSION HISTORY. READ-ONLY THROUGH EXEC CICS FILE
      *    CONTROL LIKE HICINQ, WITH MASKHIC APPLIED.
      *
      *    EVERY LOOKUP IS WRITTEN TO THE BACC BENEFICIARY-DATA ACCESS
      *    LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY REVIEW.
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
      *    A BENEFICIARY RRBXMIT IS HOLDING ON THE STAGENT MASTER OF
      *    FUTURE-DATED ENTITLEMENTS SHOWS AS SCHEDULED FOR RELEASE,
      *    WITH THE RELEASE DATE, WHETHER OR NOT AN EARLIER SEND IS ON
      *    ACKMAST (SEE 2200-CHECK-STAGED).

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
       01  WS-ACK-FILE                 PIC X(08)  VALUE 'ACKMAST '.
       01  WS-XREF-FILE                PIC X(08)  VALUE 'HICXREF '.
       01  WS-REAS-FILE                PIC X(08)  VALUE 'SSAREASF'.
       01  WS-STAGE-FILE               PIC X(08)  VALUE 'STAGENT '.

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

      *    MIRRORS RRBTOSSA'S HIC-XREF-REC FILE LAYOUT.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

      *    MIRRORS ACKWLST'S REASON-REG-REC SITE REGISTRY LAYOUT.

           05  RG-UNIT             PIC X(08).
           05  RG-ACTION           PIC X(20).

           COPY STGEREC.

       01  WS-STAGED-MSG.
           05  FILLER                  PIC X(31)  VALUE
               'STAGED - SCHEDULED FOR RELEASE '.
           05  WS-STAGED-MSG-DATE      PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.

       COPY ACKIMAP.

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
      *    FIELDS, THE SAME SAFE PATTERN COMPL004'S 1000-FIRST-TIME
      *    USES.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE TG-BANNER              TO ACKTRNO
           EXEC CICS SEND MAP('ACKIMAP')
               FROM     (ACKIMAPI)
               ERASE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

       2010-LOOKUP.

           MOVE SPACE                  TO ACKSENTO
                                          ACKSTATO
                                          ACKRSNO
                                          ACKDATEO
                                          ACKATTO.

           MOVE SPACE                  TO ACCESS-LOG-REC.

           EVALUATE ACKTYPI
             WHEN 'S'
               MOVE ACKKEYI (1:11)     TO AK-SSA-HIC
               MOVE 'S'                TO AC-ID-TYPE
               MOVE ACKKEYI (1:11)     TO AC-IDENTIFIER
             WHEN 'R'
               MOVE ACKKEYI            TO HX-RRB-HIC
               MOVE 'R'                TO AC-ID-TYPE
               MOVE ACKKEYI            TO AC-IDENTIFIER
               EXEC CICS READ FILE(WS-XREF-FILE)
                   INTO     (HIC-XREF-REC)
                   RIDFLD   (HX-RRB-HIC)
               IF WS-RETURN-CODE = DFHRESP(NORMAL)
                  MOVE HX-SSA-HIC      TO AK-SSA-HIC
               ELSE
                  MOVE 'N'             TO AC-RESULT
                  MOVE 'RRB HIC IS NOT ON THE CROSSWALK MASTER'
                                       TO ACKMSGO
                  GO TO 2900-SEND-ANSWER

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'F'                TO AC-RESULT
               MOVE AK-SENT-DATE       TO ACKSENTO
               MOVE AK-ACK-STATUS      TO ACKSTATO
               MOVE AK-ACK-REASON      TO ACKRSNO
                                       TO ACKMSGO
               END-EVALUATE
             WHEN DFHRESP(NOTFND)
               MOVE 'N'                TO AC-RESULT
               MOVE 'NEVER TRANSMITTED - NOT ON ACKMAST'
                                       TO ACKMSGO
             WHEN OTHER
               MOVE 'E'                TO AC-RESULT
               MOVE 'UNABLE TO READ THE ACKNOWLEDGMENT MASTER'
                                       TO ACKMSGO
               GO TO 2900-SEND-ANSWER
           END-EVALUATE.

           PERFORM 2200-CHECK-STAGED
              THRU 2200-EXIT.

       2900-SEND-ANSWER.

      *    A KEY TYPE THAT WAS NEITHER S NOR R LOOKED NOTHING UP, SO
      *    THERE IS NO ACCESS TO LOG.

           IF AC-RESULT NOT = SPACE
              PERFORM 7300-LOG-ACCESS
                 THRU 7300-EXIT
           END-IF.

           IF CAME-BY-TRANSFER
               MOVE ACKKEYI            TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO ACKKEYO
               MOVE TG-BANNER          TO ACKTRNO
               EXEC CICS SEND MAP('ACKIMAP')
                   FROM     (ACKIMAPI)
                   ERASE
                   FREEKB
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               GO TO 6000-RETURN-CONVERSE
           END-IF.

           MOVE TG-BANNER              TO ACKTRNO
           EXEC CICS SEND MAP('ACKIMAP')
               FROM     (ACKIMAPO)
               DATAONLY
       2100-EXIT.
           EXIT.

      *    A STAGED FUTURE-DATED ENTITLEMENT IS WHAT GOES TO SSA NEXT,
      *    SO IT SPEAKS LOUDER THAN WHATEVER ACKMAST SAYS OF AN
      *    EARLIER SEND. NO STAGENT ROW - OR NO STAGENT - LEAVES THE
      *    ANSWER AS IT WAS.

       2200-CHECK-STAGED.

           MOVE AK-SSA-HIC             TO SE-SSA-HIC.

           EXEC CICS READ FILE(WS-STAGE-FILE)
               INTO     (STAGED-ENT-REC)
               RIDFLD   (SE-SSA-HIC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              GO TO 2200-EXIT
           END-IF.

           MOVE 'F'                    TO AC-RESULT.
           MOVE SE-RELEASE-DATE        TO WS-STAGED-MSG-DATE.
           MOVE WS-STAGED-MSG          TO ACKMSGO.

       2200-EXIT.
           EXIT.

       6000-RETURN-CONVERSE.

      *    THE KEYED IDENTIFIER ECHOES BACK MASKED, LIKE EVERY OTHER
           END-EXEC.


      *    LABEL TEXT FOR THE O-SIDE - SHARED BY THE FIRST-TIME SEND
      *    AND A DRILL-DOWN ARRIVAL FROM BENSUMM.

       1100-SET-LABELS.

           MOVE 'KEY TYPE (S/R): '     TO ACKLBL1O.
           MOVE 'HIC: '                TO ACKLBL2O.
           MOVE 'SENT / STATUS: '      TO ACKLBL3O.
           MOVE 'REASON: '             TO ACKLBL4O.
           MOVE 'ACK DATE / TRIES: '   TO ACKLBL5O.

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

           MOVE LOW-VALUES             TO ACKIMAPO.

           PERFORM 1100-SET-LABELS
              THRU 1100-EXIT.

           MOVE 'S'                    TO ACKTYPO.
           MOVE CA-XFER-KEY            TO ACKKEYO.

           GO TO 2010-LOOKUP.


      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 3                      TO TG-FILE-COUNT.
           MOVE WS-ACK-FILE            TO TG-FILE-NAME (1).
           MOVE WS-XREF-FILE           TO TG-FILE-NAME (2).
           MOVE WS-STAGE-FILE          TO TG-FILE-NAME (3).

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
           MOVE TG-FILE-NAME (1)       TO WS-ACK-FILE.
           MOVE TG-FILE-NAME (2)       TO WS-XREF-FILE.
           MOVE TG-FILE-NAME (3)       TO WS-STAGE-FILE.

       1800-EXIT.
           EXIT.


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP.
           END-EXEC.

           MOVE 'ACKINQ  '                TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO ACKMSGO.

           MOVE TG-BANNER              TO ACKTRNO
           EXEC CICS SEND MAP('ACKIMAP')
               FROM     (ACKIMAPI)
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
           MOVE 'ACKINQ  '             TO AC-PROGRAM.
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
