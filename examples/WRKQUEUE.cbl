       ID DIVISION.
       PROGRAM-ID.    WRKQUEUE.

      *    WORK-ITEM QUEUE (WRKQ). THE NIGHTLY REVIEW JOBS - EXCPTRI,
      *    ACKWLST, HICRVEXT AND SSACOLL - FEED THEIR ITEMS TO THE
      *    KEYED WRKITEM MASTER (COPYBOOK WRKITEM) THROUGH WRKFEED,
      *    EACH ROUTED TO AN OWNING UNIT. THIS SCREEN IS WHERE A CLERK
      *    WORKS THEIR UNIT'S QUEUE:
      *
      *      ENTER, ROW BLANK - REFRESHES THE PAGE ON THE SCREEN.
      *      ENTER, ROW AND ACTION -
      *        C  CLAIMS AN OPEN ITEM (THE SIGNED-ON USER ID AND THE
      *           TIME ARE STAMPED ON IT; A NOTE MAY BE KEYED WITH IT)
      *        N  RECORDS THE NOTE AS THE ACTION TAKEN SO FAR ON AN
      *           ITEM THE CLERK HAS CLAIMED
      *        X  CLOSES AN ITEM THE CLERK HAS CLAIMED, WITH ONE OF
      *           THE OUTCOME CODES LISTED IN WRKITEM (AND THE NOTE,
      *           WHEN ONE IS KEYED)
      *        R  RELEASES AN ITEM THE CLERK HAS CLAIMED BACK TO THE
      *           QUEUE UNWORKED
      *      PF7 / PF8 - THE TOP OF THE QUEUE / THE NEXT SEVEN ITEMS.
      *      PF3 / CLEAR - ENDS.
      *
      *    THE QUEUE IS THE OPEN AND CLAIMED ITEMS ROUTED TO THE
      *    CLERK'S UNIT, IN TYPE AND KEY ORDER. THE UNIT IS THE ONE ON
      *    THE CLERK'S OPERUNIT ROW, AS ON THE REPORT BROWSER; A USER
      *    ID WITH NO OPERUNIT ROW SEES NOTHING. AN ITEM ANOTHER CLERK
      *    HAS CLAIMED STAYS LISTED WITH THEIR USER ID AND CANNOT BE
      *    TAKEN OVER HERE. ONE LIST PAGE LOOKS AT MOST 5000 MASTER
      *    RECORDS, SO A MASTER HEAVY WITH CLOSED ITEMS CANNOT HOLD
      *    THE TERMINAL; PF8 CARRIES ON FROM WHERE IT STOPPED.
      *
      *    LISTED BENEFICIARY KEYS ARE MASKED THROUGH MASKHIC. A CLAIM
      *    SHOWS THE FULL KEY ON THE MESSAGE LINE FOR THE RESEARCH,
      *    AND IS THEREFORE WRITTEN TO THE BACC ACCESS LOG LIKE AN
      *    INQUIRY-SCREEN LOOKUP. THE SEVEN LISTED KEYS RIDE IN THE
      *    COMMAREA SO THE ACTION ON THE NEXT ENTER UPDATES EXACTLY
      *    THE ITEM THE CLERK WAS LOOKING AT, WITH THE SAME IDLECHK
      *    INACTIVITY TIMEOUT AS THE OTHER SCREENS.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN AGAINST THE TRAINING COPIES OF ITS FILES, UNDER A
      *    TRAINING BANNER, WITH EVERY LOG RECORD IT WRITES TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    THE CLERK'S UNIT, THE KEY THE PAGE ON THE SCREEN STARTED
      *    FROM (FOR THE REFRESH AFTER AN ACTION), THE KEY THE NEXT
      *    PAGE STARTS FROM (HIGH-VALUES AT THE END OF THE QUEUE) AND
      *    THE SEVEN LISTED ITEM KEYS.

       01  WS-COM-AREA.
           05  WS-CA-MODE              PIC X(01)  VALUE SPACE.
               88  FIRST-TIME                     VALUE SPACE.
               88  LIST-MODE                      VALUE 'L'.
           05  WS-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  WS-CA-UNIT              PIC X(12)  VALUE SPACE.
           05  WS-CA-LIST-TOP          PIC X(33)  VALUE SPACE.
           05  WS-CA-LIST-NEXT         PIC X(33)  VALUE SPACE.
           05  WS-CA-ITEM-KEY          PIC X(33) OCCURS 7 TIMES.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0324.

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

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

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

      *    BENEFICIARY-DATA ACCESS LOG - A CLAIM DISPLAYS THE FULL
      *    KEY, SO IT IS RECORDED THE WAY THE INQUIRY SCREENS RECORD
      *    A LOOKUP.

           COPY ACCSREC.

       01  WS-ACCESS-QUEUE             PIC X(04)  VALUE 'BACC'.
       01  WS-ACCESS-SPILL-QUEUE       PIC X(04)  VALUE 'BACS'.
       01  WS-ACCESS-WRITE-RC          PIC S9(08) COMP VALUE ZERO.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'WRKQ'.

       01  WS-ITEM-FILE                PIC X(08)  VALUE 'WRKITEM'.
       01  WS-OPER-UNIT-FILE           PIC X(08)  VALUE 'OPERUNIT'.

       01  WS-SIGNED-ON-USER           PIC X(08)  VALUE SPACE.

      *    THE SITE'S OPERUNIT ROW - USER ID TO RECEIVING UNIT, KEYED
      *    BY USER ID.

       01  WS-OPER-UNIT-REC.
           05  OU-USER-ID              PIC X(08).
           05  OU-UNIT                 PIC X(12).
           05  FILLER                  PIC X(20).

           COPY WRKITEM.

      *    MASTER RECORDS ONE LIST PAGE LOOKS AT BEFORE HANDING BACK
      *    TO THE CLERK.

       01  WS-SCAN-LIMIT               PIC 9(05)  VALUE 05000.
       01  WS-SCAN-COUNT               PIC 9(05)  VALUE ZERO.

       01  WS-ROW-COUNT                PIC 9(01)  VALUE ZERO.
       01  WS-SEL-SUB                  PIC 9(01)  VALUE ZERO.
       01  WS-BROWSE-DONE              PIC X(01)  VALUE 'N'.
           88  BROWSE-DONE                        VALUE 'Y'.

       01  WS-LIST-KEY                 PIC X(33)  VALUE SPACE.

       01  WS-REQ-SEL                  PIC X(01)  VALUE SPACE.
       01  WS-REQ-ACTION               PIC X(01)  VALUE SPACE.
           88  REQ-CLAIM                          VALUE 'C'.
           88  REQ-NOTE                           VALUE 'N'.
           88  REQ-CLOSE                          VALUE 'X'.
           88  REQ-RELEASE                        VALUE 'R'.
       01  WS-REQ-OUTCOME              PIC X(02)  VALUE SPACE.
       01  WS-REQ-NOTE                 PIC X(30)  VALUE SPACE.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-CREATED-DATE             PIC 9(08)  VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(04)  VALUE ZERO.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  FILLER                  PIC X(03)  VALUE 'TY'.
           05  FILLER                  PIC X(13)  VALUE 'KEY'.
           05  FILLER                  PIC X(04)  VALUE 'RSN'.
           05  FILLER                  PIC X(09)  VALUE 'SOURCE'.
           05  FILLER                  PIC X(09)  VALUE 'CREATED'.
           05  FILLER                  PIC X(05)  VALUE ' AGE'.
           05  FILLER                  PIC X(02)  VALUE 'S'.
           05  FILLER                  PIC X(09)  VALUE 'CLAIMED'.
           05  FILLER                  PIC X(22)  VALUE 'ACTION NOTE'.

       01  WS-ROW-BUILD.
           05  WS-ROW-NUMBER           PIC 9(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-TYPE             PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-KEY              PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-REASON           PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-SOURCE           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-CREATED          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-AGE              PIC ZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-STATUS           PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-CLAIMER          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-NOTE             PIC X(22).

       01  WS-CLAIM-MESSAGE.
           05  FILLER                  PIC X(13)  VALUE
               'CLAIMED - KEY'.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-CLM-KEY              PIC X(12).
           05  FILLER                  PIC X(08)  VALUE ' REASON '.
           05  WS-CLM-REASON           PIC X(03).
           05  FILLER                  PIC X(08)  VALUE ' SOURCE '.
           05  WS-CLM-SOURCE           PIC X(08).
           05  FILLER                  PIC X(25)  VALUE SPACE.

       01  WS-OTHER-CLAIM-MESSAGE.
           05  FILLER                  PIC X(25)  VALUE
               'ITEM IS ALREADY CLAIMED B'.
           05  FILLER                  PIC X(02)  VALUE 'Y '.
           05  WS-OCM-USER             PIC X(08).
           05  FILLER                  PIC X(43)  VALUE SPACE.

       COPY WRKQMAP.

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

       01  DFHCOMMAREA                 PIC X(324).

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
              AND NOT FIRST-TIME
               IF EIBAID EQUAL DFHPF3
               OR EIBAID EQUAL DFHCLEAR
                   GO TO 9900-EXIT-SYSTEM
               ELSE
                   GO TO 2000-RECEIVE-AND-ACT
           ELSE
               GO TO 1000-FIRST-TIME.

      *****************************************************************
      *  FIRST SEND - THE CLERK'S UNIT LOOKED UP AND ITS QUEUE LISTED  *
      *  FROM THE TOP.                                                 *
      *****************************************************************
       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO WRKQMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - THE LITERALS GO DIRECTLY INTO THE O-SIDE
      *    FIELDS.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CA-LAST-STAMP.

           PERFORM 1300-FIND-UNIT
              THRU 1300-EXIT.

           MOVE LOW-VALUES             TO WS-LIST-KEY.
           PERFORM 3000-LIST-ITEMS
              THRU 3000-EXIT.

           GO TO 2900-SEND-SCREEN.

       1200-SET-LABELS.

           MOVE 'WORK-ITEM QUEUE'      TO WKQTITLO.
           MOVE 'ROW (1-7):'           TO WKQLBL1O.
           MOVE 'ACTION C/N/X/R:'      TO WKQLBL2O.
           MOVE 'OUTCOME CODE:'        TO WKQLBL3O.
           MOVE 'NOTE:'                TO WKQLBL4O.
           MOVE WS-LIST-HEADING        TO WKQHDRO.
           MOVE 'PF3 END  PF7 TOP  PF8 NEXT  C CLAIM N NOTE X CLOSE R R
      -         'ELEASE'               TO WKQKEYSO.

       1200-EXIT.
           EXIT.

      *    THE CLERK'S RECEIVING UNIT - SPACE WHEN THEIR USER ID HAS
      *    NO OPERUNIT ROW, WHICH SHOWS THEM NOTHING.

       1300-FIND-UNIT.

           MOVE SPACE                  TO WS-CA-UNIT.

           EXEC CICS READ FILE(WS-OPER-UNIT-FILE)
               INTO     (WS-OPER-UNIT-REC)
               RIDFLD   (WS-SIGNED-ON-USER)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
              MOVE OU-UNIT             TO WS-CA-UNIT
           END-IF.

       1300-EXIT.
           EXIT.

      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 1                      TO TG-FILE-COUNT.
           MOVE WS-ITEM-FILE           TO TG-FILE-NAME (1).

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
           MOVE TG-FILE-NAME (1)       TO WS-ITEM-FILE.

       1800-EXIT.
           EXIT.

      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP,
      *    AS ON THE INQUIRY SCREENS.

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

      *****************************************************************
      *  EVERY LATER INTERACTION - PF KEYS PAGE THE QUEUE; ENTER WITH  *
      *  A ROW AND AN ACTION WORKS THAT ITEM, THEN THE SAME PAGE IS    *
      *  LISTED AGAIN SO THE CLERK SEES THE RESULT.                    *
      *****************************************************************
       2000-RECEIVE-AND-ACT.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('WRKQMAP')
               INTO     (WRKQMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO WS-REQ-SEL
                                          WS-REQ-ACTION
                                          WS-REQ-OUTCOME
                                          WS-REQ-NOTE.
           IF WKQSELI NOT = LOW-VALUES
              MOVE WKQSELI             TO WS-REQ-SEL
           END-IF.
           IF WKQACTI NOT = LOW-VALUES
              MOVE WKQACTI             TO WS-REQ-ACTION
           END-IF.
           IF WKQOUTCI NOT = LOW-VALUES
              MOVE WKQOUTCI            TO WS-REQ-OUTCOME
           END-IF.
           IF WKQNOTEI NOT = LOW-VALUES
              MOVE WKQNOTEI            TO WS-REQ-NOTE
           END-IF.
           INSPECT WS-REQ-SEL     REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-ACTION  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-OUTCOME REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-NOTE    REPLACING ALL LOW-VALUE BY SPACE.

           MOVE LOW-VALUES             TO WRKQMAPO.
           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           IF WS-CA-UNIT = SPACE
              PERFORM 1300-FIND-UNIT
                 THRU 1300-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN EIBAID = DFHPF7
               MOVE LOW-VALUES         TO WS-LIST-KEY

             WHEN EIBAID = DFHPF8
               IF WS-CA-LIST-NEXT = HIGH-VALUES
                  MOVE LOW-VALUES      TO WS-LIST-KEY
                  MOVE 'END OF QUEUE - BACK AT THE TOP'
                                       TO WKQMSGO
               ELSE
                  MOVE WS-CA-LIST-NEXT TO WS-LIST-KEY
               END-IF

             WHEN OTHER
               MOVE WS-CA-LIST-TOP     TO WS-LIST-KEY
               IF  WS-REQ-SEL NOT = SPACE
               AND WS-CA-UNIT NOT = SPACE
                   PERFORM 2100-WORK-ONE-ITEM
                      THRU 2100-EXIT
               END-IF
           END-EVALUATE.

           PERFORM 3000-LIST-ITEMS
              THRU 3000-EXIT.

           GO TO 2900-SEND-SCREEN.

      *****************************************************************
      *  ONE ACTION AGAINST THE ROW THE CLERK KEYED. THE ITEM IS READ  *
      *  FOR UPDATE AND REWRITTEN ONLY WHEN THE ACTION IS ALLOWED;     *
      *  EVERY REFUSAL RELEASES THE RECORD AND SAYS WHY.               *
      *****************************************************************
       2100-WORK-ONE-ITEM.

           IF WS-REQ-SEL NOT NUMERIC
           OR WS-REQ-SEL = '0'
           OR WS-REQ-SEL > '7'
              MOVE 'ROW MUST BE 1 - 7'  TO WKQMSGO
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-REQ-SEL             TO WS-SEL-SUB.

           IF WS-CA-ITEM-KEY (WS-SEL-SUB) = SPACE
              MOVE 'NO ITEM ON THAT ROW' TO WKQMSGO
              GO TO 2100-EXIT
           END-IF.

           IF  NOT REQ-CLAIM
           AND NOT REQ-NOTE
           AND NOT REQ-CLOSE
           AND NOT REQ-RELEASE
               MOVE 'ACTION MUST BE C, N, X OR R'
                                       TO WKQMSGO
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-CA-ITEM-KEY (WS-SEL-SUB)
                                       TO WI-KEY.

           EXEC CICS READ FILE(WS-ITEM-FILE)
               INTO     (WORK-ITEM-REC)
               RIDFLD   (WI-KEY)
               UPDATE
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'ITEM COULD NOT BE READ - TRY AGAIN'
                                       TO WKQMSGO
              GO TO 2100-EXIT
           END-IF.

           IF WI-CLOSED
           OR WI-UNIT NOT = WS-CA-UNIT
              MOVE 'ITEM IS NO LONGER IN YOUR QUEUE'
                                       TO WKQMSGO
              GO TO 2190-RELEASE-RECORD
           END-IF.

           IF  WI-CLAIMED
           AND WI-CLAIM-USER NOT = WS-SIGNED-ON-USER
               MOVE WI-CLAIM-USER      TO WS-OCM-USER
               MOVE WS-OTHER-CLAIM-MESSAGE
                                       TO WKQMSGO
               GO TO 2190-RELEASE-RECORD
           END-IF.

           IF  WI-OPEN
           AND NOT REQ-CLAIM
               MOVE 'CLAIM THE ITEM (C) BEFORE WORKING IT'
                                       TO WKQMSGO
               GO TO 2190-RELEASE-RECORD
           END-IF.

           EVALUATE TRUE
             WHEN REQ-CLAIM
               IF WI-CLAIMED
                  MOVE 'ITEM IS ALREADY CLAIMED BY YOU'
                                       TO WKQMSGO
                  GO TO 2190-RELEASE-RECORD
               END-IF
               SET WI-CLAIMED          TO TRUE
               MOVE WS-SIGNED-ON-USER  TO WI-CLAIM-USER
               MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WI-CLAIM-STAMP
               IF WS-REQ-NOTE NOT = SPACE
                  MOVE WS-REQ-NOTE     TO WI-ACTION-NOTE
               END-IF

             WHEN REQ-NOTE
               IF WS-REQ-NOTE = SPACE
                  MOVE 'KEY THE ACTION TAKEN IN THE NOTE'
                                       TO WKQMSGO
                  GO TO 2190-RELEASE-RECORD
               END-IF
               MOVE WS-REQ-NOTE        TO WI-ACTION-NOTE

             WHEN REQ-CLOSE
               MOVE WS-REQ-OUTCOME     TO WI-OUTCOME
               IF NOT WI-OUTCOME-VALID
                  MOVE 'OUTCOME MUST BE RS, CR, RF, NA OR DU'
                                       TO WKQMSGO
                  GO TO 2190-RELEASE-RECORD
               END-IF
               SET WI-CLOSED           TO TRUE
               MOVE WS-SIGNED-ON-USER  TO WI-CLOSE-USER
               MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WI-CLOSE-STAMP
               IF WS-REQ-NOTE NOT = SPACE
                  MOVE WS-REQ-NOTE     TO WI-ACTION-NOTE
               END-IF

             WHEN REQ-RELEASE
               SET WI-OPEN             TO TRUE
               MOVE SPACE              TO WI-CLAIM-USER
                                          WI-CLAIM-STAMP
           END-EVALUATE.

           EXEC CICS REWRITE FILE(WS-ITEM-FILE)
               FROM(WORK-ITEM-REC)
               NOHANDLE
               RESP(WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'ITEM COULD NOT BE UPDATED - TRY AGAIN'
                                       TO WKQMSGO
              GO TO 2100-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN REQ-CLAIM
               MOVE WI-BENE-KEY        TO WS-CLM-KEY
               MOVE WI-REASON          TO WS-CLM-REASON
               MOVE WI-SOURCE-PGM      TO WS-CLM-SOURCE
               MOVE WS-CLAIM-MESSAGE   TO WKQMSGO
               PERFORM 7300-LOG-ACCESS
                  THRU 7300-EXIT
             WHEN REQ-NOTE
               MOVE 'ACTION NOTE RECORDED'
                                       TO WKQMSGO
             WHEN REQ-CLOSE
               MOVE 'ITEM CLOSED'      TO WKQMSGO
             WHEN REQ-RELEASE
               MOVE 'ITEM RELEASED TO THE QUEUE'
                                       TO WKQMSGO
           END-EVALUATE.

           GO TO 2100-EXIT.

       2190-RELEASE-RECORD.

           EXEC CICS UNLOCK FILE(WS-ITEM-FILE)
               NOHANDLE
           END-EXEC.

       2100-EXIT.
           EXIT.

       2900-SEND-SCREEN.

           MOVE TG-BANNER              TO WKQTRNO
           EXEC CICS SEND MAP('WRKQMAP')
               FROM     (WRKQMAPO)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *****************************************************************
      *  ONE PAGE OF THE QUEUE - A FORWARD BROWSE OF THE MASTER FROM   *
      *  WS-LIST-KEY, STEPPING OVER CLOSED ITEMS AND OTHER UNITS'      *
      *  ITEMS. THE KEY OF THE NEXT QUALIFYING ITEM PAST THE PAGE (OR  *
      *  OF THE NEXT RECORD, WHEN THE SCAN LIMIT STOPS THE PAGE) IS    *
      *  KEPT FOR PF8; HIGH-VALUES WHEN THE QUEUE IS EXHAUSTED.        *
      *****************************************************************
       3000-LIST-ITEMS.

           MOVE 'L'                    TO WS-CA-MODE.
           MOVE WS-LIST-KEY            TO WS-CA-LIST-TOP.
           MOVE HIGH-VALUES            TO WS-CA-LIST-NEXT.
           MOVE SPACE                  TO WS-CA-ITEM-KEY (1)
                                          WS-CA-ITEM-KEY (2)
                                          WS-CA-ITEM-KEY (3)
                                          WS-CA-ITEM-KEY (4)
                                          WS-CA-ITEM-KEY (5)
                                          WS-CA-ITEM-KEY (6)
                                          WS-CA-ITEM-KEY (7).
           MOVE ZERO                   TO WS-ROW-COUNT
                                          WS-SCAN-COUNT.

           IF WS-CA-UNIT = SPACE
              MOVE 'YOUR USER ID HAS NO OPERUNIT ROW - SEE YOUR SUPERVIS
      -            'OR'                TO WKQMSGO
              GO TO 3000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TODAY-DATE.

           MOVE WS-LIST-KEY            TO WI-KEY.

           EXEC CICS STARTBR FILE(WS-ITEM-FILE)
               RIDFLD   (WI-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              GO TO 3800-EMPTY-CHECK
           END-IF.

           MOVE 'N'                    TO WS-BROWSE-DONE.

           PERFORM 3100-BROWSE-ONE-ITEM
              THRU 3100-EXIT
             UNTIL BROWSE-DONE.

           EXEC CICS ENDBR FILE(WS-ITEM-FILE)
               NOHANDLE
           END-EXEC.

       3800-EMPTY-CHECK.

           IF  WS-ROW-COUNT = ZERO
           AND WKQMSGO = LOW-VALUES
               IF WS-CA-LIST-NEXT = HIGH-VALUES
                  MOVE 'NO OPEN ITEMS IN YOUR UNIT''S QUEUE'
                                       TO WKQMSGO
               ELSE
                  MOVE 'NONE FOUND IN 5000 RECORDS - PF8 SEARCHES ON'
                                       TO WKQMSGO
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

       3100-BROWSE-ONE-ITEM.

           EXEC CICS READNEXT FILE(WS-ITEM-FILE)
               INTO     (WORK-ITEM-REC)
               RIDFLD   (WI-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Y'                 TO WS-BROWSE-DONE
              GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-SCAN-COUNT.
           IF WS-SCAN-COUNT > WS-SCAN-LIMIT
              MOVE WI-KEY              TO WS-CA-LIST-NEXT
              MOVE 'Y'                 TO WS-BROWSE-DONE
              GO TO 3100-EXIT
           END-IF.

           IF WI-CLOSED
           OR WI-UNIT NOT = WS-CA-UNIT
              GO TO 3100-EXIT
           END-IF.

           IF WS-ROW-COUNT = 7
              MOVE WI-KEY              TO WS-CA-LIST-NEXT
              MOVE 'Y'                 TO WS-BROWSE-DONE
              GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-ROW-COUNT.
           PERFORM 3200-BUILD-ONE-ROW
              THRU 3200-EXIT.

       3100-EXIT.
           EXIT.

      *    FORMATS ONE QUEUE ROW AND REMEMBERS ITS KEY IN THE COMMAREA
      *    SLOT FOR THE ACTION. THE AGE IS CALENDAR DAYS SINCE THE
      *    ITEM WAS CREATED.

       3200-BUILD-ONE-ROW.

           MOVE WI-KEY                 TO
                WS-CA-ITEM-KEY (WS-ROW-COUNT).

           MOVE WS-ROW-COUNT           TO WS-ROW-NUMBER.
           MOVE WI-TYPE                TO WS-ROW-TYPE.
           MOVE WI-BENE-KEY            TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT           TO WS-ROW-KEY.
           MOVE WI-REASON              TO WS-ROW-REASON.
           MOVE WI-SOURCE-PGM          TO WS-ROW-SOURCE.
           MOVE WI-CREATED             TO WS-ROW-CREATED.

           MOVE ZERO                   TO WS-AGE-DAYS.
           IF WI-CREATED NUMERIC
              MOVE WI-CREATED          TO WS-CREATED-DATE
              IF WS-CREATED-DATE < WS-TODAY-DATE
                 COMPUTE WS-AGE-DAYS =
                         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-CREATED-DATE)
              END-IF
           END-IF.
           MOVE WS-AGE-DAYS            TO WS-ROW-AGE.

           MOVE WI-STATUS              TO WS-ROW-STATUS.
           MOVE WI-CLAIM-USER          TO WS-ROW-CLAIMER.
           MOVE WI-ACTION-NOTE (1:22)  TO WS-ROW-NOTE.

           EVALUATE WS-ROW-COUNT
             WHEN 1 MOVE WS-ROW-BUILD  TO WKQROW1O
             WHEN 2 MOVE WS-ROW-BUILD  TO WKQROW2O
             WHEN 3 MOVE WS-ROW-BUILD  TO WKQROW3O
             WHEN 4 MOVE WS-ROW-BUILD  TO WKQROW4O
             WHEN 5 MOVE WS-ROW-BUILD  TO WKQROW5O
             WHEN 6 MOVE WS-ROW-BUILD  TO WKQROW6O
             WHEN 7 MOVE WS-ROW-BUILD  TO WKQROW7O
           END-EVALUATE.

       3200-EXIT.
           EXIT.

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
               TRANSID(WS-THIS-TRANS)
               COMMAREA(WS-COM-AREA)
               LENGTH(COMM-AREA-LENGTH)
           END-EXEC.

      *    THE CLAIM PUT A FULL BENEFICIARY KEY ON THE SCREEN - LOGGED
      *    AS THE INQUIRY SCREENS LOG A LOOKUP. AN EXCEPTION ITEM'S
      *    KEY IS NOT ALWAYS AN RRB HIC (A DDNAME, A STATUS CODE), SO
      *    ITS ID TYPE IS LEFT BLANK.

       7300-LOG-ACCESS.

           MOVE SPACE                  TO ACCESS-LOG-REC.

           EXEC CICS ASSIGN
               USERID   (AC-OPERATOR)
               NOHANDLE
               RESP     (WS-ACCESS-WRITE-RC)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO AC-TIMESTAMP.
           MOVE EIBTRMID               TO AC-TERMINAL.
           MOVE WS-THIS-TRANS          TO AC-TRANS.
           MOVE 'WRKQUEUE'             TO AC-PROGRAM.
           MOVE WS-SESSION-MODE        TO AC-MODE.
           IF NOT WI-TYPE-EXCEPTION
              SET AC-RRB-HIC           TO TRUE
           END-IF.
           MOVE WI-BENE-KEY            TO AC-IDENTIFIER.
           SET AC-FOUND                TO TRUE.

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

       8800-SESSION-TIMEOUT.

           MOVE 'WRKQUEUE'             TO WS-AUD-PROGRAM.
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

           MOVE LOW-VALUES             TO WRKQMAPO.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO WKQMSGO.

           MOVE TG-BANNER              TO WKQTRNO
           EXEC CICS SEND MAP('WRKQMAP')
               FROM     (WRKQMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

      *    NO COMMAREA ON THE RETURN - THE NEXT INTERACTION STARTS
      *    THE MENU FRESH.

           EXEC CICS RETURN
               TRANSID(WS-MENU-TRANS)
           END-EXEC.

       9900-EXIT-SYSTEM.

           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
               NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.
