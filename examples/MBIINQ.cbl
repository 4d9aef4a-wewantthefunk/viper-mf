       ID DIVISION.
       PROGRAM-ID.    MBIINQ.

      *    ONLINE MBI LOOKUP TRANSACTION (MEND, STARTED OFF THE
      *    MENUMAP MENU VIA PF7). SSA CORRESPONDENCE INCREASINGLY
      *    CARRIES ONLY THE MEDICARE BENEFICIARY IDENTIFIER, WHICH
      *    THE SSAINQ SCREEN CANNOT USE - THE CLERK KEYS THE MBI AND
      *    SEES THE CROSSWALK RECORD BEHIND IT (RRB HIC, SSA HIC,
      *    LAST SEEN) FROM THE MBIXREF COMPANION FILE SSAXBLD
      *    REBUILDS NIGHTLY AND SSAACK KEEPS CURRENT AS MBIS POST.
      *    THE KEYED VALUE IS PUT THROUGH THE SAME MBIEDIT FORMAT
      *    EDIT SSAACK APPLIES BEFORE ANY READ, SO A MISKEYED MBI
      *    SAYS SO INSTEAD OF SIMPLY NOT BEING FOUND. READ-ONLY, VIA
      *    EXEC CICS FILE CONTROL, WITH MASKHIC AND THE IDLECHK
      *    INACTIVITY TIMEOUT APPLIED THE SAME AS SSAINQ. THERE IS NO
      *    SNAPSHOT OF THIS COMPANION - DURING THE REBUILD THE FILE
      *    IS CLOSED TO CICS AND THE SCREEN SAYS IT CANNOT READ IT.
      *    AN MBI THE COMPANION DOES NOT KNOW IS LOOKED UP ON THE
      *    MBIHIST HISTORY MBIREIS KEEPS - SSA LETTERS QUOTE A
      *    RETIRED MBI FOR MONTHS AFTER A REISSUE, SO THE SCREEN
      *    SAYS WHEN IT WAS RETIRED AND WHICH MBI REPLACED IT, AND
      *    SHOWS THE CROSSWALK HICS IT BELONGED TO.
      *
      *    EVERY LOOKUP IS WRITTEN TO THE BACC BENEFICIARY-DATA ACCESS
      *    LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY REVIEW.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN AGAINST THE TRAINING COPIES OF ITS FILES, UNDER A
      *    TRAINING BANNER, WITH EVERY LOG RECORD IT WRITES TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-COM-AREA.
           05  WS-CA-FLAG              PIC X(01)  VALUE SPACE.
               88  FIRST-TIME                     VALUE SPACE.

      *    LAST-ACTIVITY STAMP (YYYYMMDDHHMMSS) FOR THE IDLE-SESSION
      *    TIMEOUT - REFRESHED ON EVERY INTERACTION, JUDGED BY
      *    IDLECHK ON EVERY RE-ENTRY.

           05  WS-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0015.

       01  WS-MENU-TRANS               PIC X(04)  VALUE 'MENU'.
       01  WS-TIMEOUT-FILE             PIC X(08)  VALUE 'TIMEOUTF'.
       01  WS-TIMEOUT-REC              PIC X(04)  VALUE SPACE.
       01  WS-TIMEOUT-RBA              PIC S9(08) COMP VALUE ZERO.
       01  WS-TIMEOUT-USER             PIC X(08)  VALUE SPACE.

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

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'MEND'.

       01  WS-MBIX-FILE                PIC X(08)  VALUE 'MBIXREF '.
       01  WS-MBIH-FILE                PIC X(08)  VALUE 'MBIHIST '.

      *    MIRRORS MBIREIS'S MBI-HIST-REC FILE LAYOUT.

       01  MBI-HIST-REC.
           05  HS-MBI                  PIC  X(11).
           05  HS-RRB-HIC              PIC  X(12).
           05  HS-SSA-HIC              PIC  X(11).
           05  HS-EFFECTIVE-DATE       PIC  X(08).
           05  HS-RETIRED-DATE         PIC  X(08).
           05  HS-REPLACED-BY          PIC  X(11).
           05  HS-RECORDED             PIC  X(26).

       01  WS-RETIRED-MSG.
           05  FILLER                  PIC  X(15)  VALUE
               'RETIRED - NOW '.
           05  WS-RETIRED-NEW-MBI      PIC  X(11).
           05  FILLER                  PIC  X(14)  VALUE SPACE.

       01  WS-RETIRED-LAST.
           05  FILLER                  PIC  X(08)  VALUE
               'RETIRED '.
           05  WS-RETIRED-DATE         PIC  X(08).
           05  FILLER                  PIC  X(10)  VALUE SPACE.

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

       01  WS-BAD-MBI-MSG.
           05  FILLER                  PIC  X(29)  VALUE
               'NOT A VALID MBI - POSITION '.
           05  WS-BAD-MBI-POSITION     PIC  9(02).
           05  FILLER                  PIC  X(09)  VALUE SPACE.

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY EYEBALL SURFACES ARE MASKED -
      *    MACHINE-READABLE FILES KEEP FULL VALUES.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).


      *    MIRRORS SSAXBLD'S MBI-XREF-REC FILE LAYOUT.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

       COPY MBIIMAP.


      *    RESPONSE-TIME CAPTURE. WHEN CLERKS SAY A SCREEN IS SLOW
      *    THERE USED TO BE NO NUMBERS - EACH INTERACTION'S ELAPSED
      *    TIME IS NOW MEASURED THROUGH THE SHARED CICS09
      *    BUSINESS-TIME SERVICE AND SAMPLED TO THE CPRF TD
      *    DESTINATION (THE CAUD PATTERN); ONLPERF ROLLS THE DAY'S
      *    SAMPLES INTO DAILY PERCENTILES ON ONLPHIST.

       01  WS-BUSTIME-AREA.
           05  BT-ABSTIME          PIC S9(15).
           05  BT-DATE             PIC X(8).
           05  BT-TIME             PIC X(6).
           05  BT-BUSINESS-DATE    PIC X(8).

       01  WS-RT-START-ABS         PIC S9(15) VALUE ZERO.
       01  WS-RT-ELAPSED-MS        PIC S9(07) VALUE ZERO.

       01  WS-RT-SAMPLE-REC.
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
       COPY DFHAID.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(15).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1800-CHECK-TRAINING
              THRU 1800-EXIT.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA        TO WS-COM-AREA
           ELSE
               MOVE SPACE              TO WS-COM-AREA
           END-IF

           IF EIBCALEN > 0
               IF EIBAID EQUAL DFHPF3
               OR EIBAID EQUAL DFHCLEAR
                   GO TO 9900-EXIT-SYSTEM
               ELSE
                   GO TO 2000-RECEIVE-AND-LOOKUP
           ELSE
               GO TO 1000-FIRST-TIME.

       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO MBIIMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - MOVE THE LITERALS DIRECTLY INTO THE O-SIDE
      *    FIELDS, THE SAME SAFE PATTERN COMPL004'S 1000-FIRST-TIME
      *    USES.

           MOVE 'MBI: '                 TO MBILBL1O.
           MOVE 'RRB HIC: '             TO MBILBL2O.
           MOVE 'SSA HIC: '             TO MBILBL3O.
           MOVE 'LAST SEEN: '           TO MBILBL4O.

           MOVE TG-BANNER              TO MBITRNO
           EXEC CICS SEND MAP('MBIIMAP')
               FROM     (MBIIMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

       2000-RECEIVE-AND-LOOKUP.

           PERFORM 7100-RT-START
              THRU 7100-EXIT.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('MBIIMAP')
               INTO     (MBIIMAPI)
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO MBIRRBO
                                          MBISSAO
                                          MBILASTO.

           MOVE MBIKEYI                TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF NOT ME-MBI-VALID
               MOVE ME-FAIL-POSITION   TO WS-BAD-MBI-POSITION
               MOVE WS-BAD-MBI-MSG     TO MBIMSGO
               GO TO 2900-SEND-RESULT
           END-IF.

           MOVE MBIKEYI                TO MB-SSA-MBI.

           MOVE SPACE                  TO ACCESS-LOG-REC.
           MOVE 'M'                    TO AC-ID-TYPE.
           MOVE MBIKEYI                TO AC-IDENTIFIER.

           EXEC CICS READ FILE(WS-MBIX-FILE)
               INTO     (MBI-XREF-REC)
               RIDFLD   (MB-SSA-MBI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'F'                TO AC-RESULT
               MOVE MB-RRB-HIC         TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT       TO MBIRRBO
               MOVE MB-SSA-HIC         TO MH-VALUE-IN
               CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
               MOVE MH-VALUE-OUT (1:11)
                                       TO MBISSAO
               MOVE MB-LAST-SEEN       TO MBILASTO
               MOVE 'FOUND'            TO MBIMSGO
             WHEN DFHRESP(NOTFND)
               MOVE 'N'                TO AC-RESULT
               PERFORM 2500-CHECK-RETIRED-MBI
                  THRU 2500-EXIT
             WHEN OTHER
               MOVE 'E'                TO AC-RESULT
               MOVE 'UNABLE TO READ THE MBI COMPANION FILE'
                                       TO MBIMSGO
           END-EVALUATE.

      *    AN MBI THAT FAILED THE FORMAT EDIT NEVER REACHES HERE - IT
      *    LOOKED NOTHING UP.

           PERFORM 7300-LOG-ACCESS
              THRU 7300-EXIT.

           GO TO 2900-SEND-RESULT.

      *    NOT A CURRENT MBI - SEE WHETHER A REISSUE RETIRED IT. A
      *    HISTORY THAT CANNOT BE READ LEAVES THE PLAIN NOT-FOUND.

       2500-CHECK-RETIRED-MBI.

           MOVE 'NOT FOUND - NOT ON THE MBI COMPANION FILE'
                                       TO MBIMSGO.

           MOVE MBIKEYI                TO HS-MBI.

           EXEC CICS READ FILE(WS-MBIH-FILE)
               INTO     (MBI-HIST-REC)
               RIDFLD   (HS-MBI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
           OR HS-RETIRED-DATE = SPACE
              GO TO 2500-EXIT
           END-IF.

      *    A RETIRED MBI STILL SHOWS THE BENEFICIARY'S HICS.

           MOVE 'F'                    TO AC-RESULT.
           MOVE HS-RRB-HIC             TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT           TO MBIRRBO.
           MOVE HS-SSA-HIC             TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)    TO MBISSAO.

           MOVE HS-RETIRED-DATE        TO WS-RETIRED-DATE.
           MOVE WS-RETIRED-LAST        TO MBILASTO.
           MOVE HS-REPLACED-BY         TO WS-RETIRED-NEW-MBI.
           MOVE WS-RETIRED-MSG         TO MBIMSGO.

       2500-EXIT.
           EXIT.

       2900-SEND-RESULT.

           MOVE TG-BANNER              TO MBITRNO
           EXEC CICS SEND MAP('MBIIMAP')
               FROM     (MBIIMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

       6000-RETURN-CONVERSE.

           PERFORM 7200-RT-SAMPLE
              THRU 7200-EXIT.

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
           MOVE 2                      TO TG-FILE-COUNT.
           MOVE WS-MBIX-FILE           TO TG-FILE-NAME (1).
           MOVE WS-MBIH-FILE           TO TG-FILE-NAME (2).

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
           MOVE TG-FILE-NAME (1)       TO WS-MBIX-FILE.
           MOVE TG-FILE-NAME (2)       TO WS-MBIH-FILE.

       1800-EXIT.
           EXIT.


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP.
      *    PAST THE LIMIT, THE NEXT INTERACTION CLEARS THE DISPLAYED
      *    DATA AND LANDS BACK ON THE MENU, AND THE EVENT IS LOGGED
      *    WITH THE TERMINAL AND OPERATOR IDENTITY.

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

           EXEC CICS ASSIGN
               USERID   (WS-TIMEOUT-USER)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'MBIINQ  '             TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE WS-TIMEOUT-USER        TO WS-AUD-USER.
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

           MOVE LOW-VALUES             TO MBIIMAPO.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO MBIMSGO.

           MOVE TG-BANNER              TO MBITRNO
           EXEC CICS SEND MAP('MBIIMAP')
               FROM     (MBIIMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

      *    NO COMMAREA ON THE RETURN - THE NEXT INTERACTION STARTS
      *    THE MENU FRESH.

           EXEC CICS RETURN
               TRANSID(WS-MENU-TRANS)
           END-EXEC.


      *    RESPONSE-TIME BOOKENDS - 7100 AT THE TOP OF THE
      *    INTERACTION, 7200 JUST BEFORE THE CONVERSATIONAL RETURN.
      *    A FIRST-TIME SEND WITH NO START STAMP IS NOT SAMPLED.

       7100-RT-START.

           EXEC CICS LINK PROGRAM('CICS09')
               COMMAREA(WS-BUSTIME-AREA)
               LENGTH(LENGTH OF WS-BUSTIME-AREA)
               NOHANDLE
               RESP(WS-RT-WRITE-RC)
           END-EXEC.

           MOVE BT-ABSTIME            TO WS-RT-START-ABS.

       7100-EXIT.
           EXIT.

       7200-RT-SAMPLE.

           IF WS-RT-START-ABS = ZERO
              GO TO 7200-EXIT
           END-IF.

           EXEC CICS LINK PROGRAM('CICS09')
               COMMAREA(WS-BUSTIME-AREA)
               LENGTH(LENGTH OF WS-BUSTIME-AREA)
               NOHANDLE
               RESP(WS-RT-WRITE-RC)
           END-EXEC.

           COMPUTE WS-RT-ELAPSED-MS =
              BT-ABSTIME - WS-RT-START-ABS.
           IF WS-RT-ELAPSED-MS < ZERO
           OR WS-RT-ELAPSED-MS > 9999999
              MOVE 9999999            TO WS-RT-ELAPSED-MS
           END-IF.

           MOVE WS-THIS-TRANS         TO RT-TRANS.
           MOVE BT-BUSINESS-DATE      TO RT-DATE.
           MOVE WS-RT-ELAPSED-MS      TO RT-ELAPSED-MS.
           MOVE WS-SESSION-MODE       TO RT-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-RT-QUEUE)
               FROM(WS-RT-SAMPLE-REC)
               LENGTH(LENGTH OF WS-RT-SAMPLE-REC)
               NOHANDLE
               RESP(WS-RT-WRITE-RC)
           END-EXEC.

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
           MOVE 'MBIINQ  '             TO AC-PROGRAM.
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
           END-EXEC.
