       ID DIVISION.
       PROGRAM-ID.    STRMOPER.

      *    STREAM STEP CONTROL (STRC). WHEN A STEP MUST NOT RUN
      *    TONIGHT - SSA HAS ASKED FOR TRANSMISSION TO BE HELD, A
      *    REGION'S EXTRACT IS KNOWN BAD - THE ONLY REMEDY USED TO BE
      *    EDITING THE JCL OR CANCELLING THE STREAM PARTWAY THROUGH.
      *    THIS SCREEN LISTS STREAMCT'S STEPS - THE NIGHTLY CHAIN,
      *    THEN EVERY PERIODIC STEP ON THE STRMSCHD SCHEDULE (CICS
      *    VIEW STRMSCHF) WITH ITS FREQUENCY - AND THE FLAG EACH
      *    CARRIES FOR THE COMING CYCLE:
      *
      *      ENTER, ROW BLANK - REFRESHES THE PAGE ON THE SCREEN.
      *      ENTER, ROW, ACTION AND REASON -
      *        H  HOLD - THE STREAM PAUSES BEFORE THE STEP AND
      *           RAISES AN ALERT UNTIL THE HOLD IS RELEASED
      *        S  SKIP - THE STEP IS RECORDED DELIBERATELY NOT RUN
      *        F  FORCE - THE STEP RUNS EVEN WHEN AN UPSTREAM
      *           SEVERITY HAS HALTED THE STREAM
      *        R  RELEASE - WITHDRAWS THE STEP'S FLAG
      *      PF7 / PF8 - THE TOP OF THE LIST / THE NEXT SEVEN STEPS.
      *      PF3 / CLEAR - ENDS.
      *
      *    THE COMING CYCLE IS THE DATE EVERY GETBDATE CALLER WILL
      *    SEE - THE BUSDATE CONTROL RECORD (BUSDATEF VIEW) WHEN SET,
      *    THE SYSTEM DATE OTHERWISE, AS ON THE RERUNSET SCREEN - AND
      *    A FLAG BINDS THAT CYCLE ONLY. ANYONE MAY LOOK; ONLY AN
      *    OPERATOR WITH A ROW ON THE STRAUTHF SITE FILE MAY CHANGE A
      *    FLAG, AND NEVER WITHOUT A REASON. THE FLAG IS KEPT ON THE
      *    KEYED STRMFLAG FILE (STRMFLGF VIEW, COPYBOOK STRMFLG),
      *    WHICH STREAMCT READS AT EACH STEP BOUNDARY, AND EVERY
      *    CHANGE - WHO, WHERE, WHEN, WHY - GOES TO THE SFLG
      *    TRANSIENT-DATA DESTINATION, WHOSE DAILY ACCUMULATION IS
      *    THE STRMFLOG CHANGE LOG STREAMCT RECORDS ON STRMOUT AND
      *    SHIFTRPT PRINTS FOR THE HANDOVER.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    THE LIST POSITION THE PAGE ON THE SCREEN STARTED FROM,
      *    WHETHER MORE STEPS FOLLOW IT, AND THE SEVEN LISTED STEP
      *    NAMES, SO THE ACTION ON THE NEXT ENTER FLAGS EXACTLY THE
      *    STEP THE OPERATOR WAS LOOKING AT.

       01  WS-COM-AREA.
           05  WS-CA-MODE              PIC X(01)  VALUE SPACE.
               88  FIRST-TIME                     VALUE SPACE.
           05  WS-CA-LIST-TOP          PIC 9(03)  VALUE ZERO.
           05  WS-CA-MORE              PIC X(01)  VALUE 'N'.
           05  WS-CA-STEP-NAME         PIC X(08) OCCURS 7 TIMES.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0061.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'STRC'.

       01  WS-FLAG-FILE                PIC X(08)  VALUE 'STRMFLGF'.
       01  WS-SCHED-FILE               PIC X(08)  VALUE 'STRMSCHF'.
       01  WS-BUSDATE-FILE             PIC X(08)  VALUE 'BUSDATEF'.
       01  WS-AUTH-FILE                PIC X(08)  VALUE 'STRAUTHF'.

       01  WS-FLAG-QUEUE               PIC X(04)  VALUE 'SFLG'.
       01  WS-FLAG-WRITE-RC            PIC S9(08) COMP VALUE ZERO.

       01  WS-BUSDATE-REC              PIC X(08)  VALUE SPACE.
       01  WS-BUSDATE-RBA              PIC S9(08) COMP VALUE ZERO.
       01  WS-CYCLE-DATE               PIC X(08)  VALUE SPACE.

       01  WS-OPERATOR                 PIC X(08)  VALUE SPACE.

      *    THE AUTHORIZATION ROW - PRESENCE IS THE PERMISSION.

       01  WS-AUTH-REC.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(12).

           COPY STRMFLG.

      *    MIRRORS STREAMCT'S STRMSCHD SCHEDULE ROW.

       01  WS-SCHED-REC.
           05  SS-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SS-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SS-WEEKDAY              PIC X(03).
           05  FILLER                  PIC X(01).
           05  SS-DESCRIPTION          PIC X(40).
           05  FILLER                  PIC X(25).

       01  WS-SCHED-RBA                PIC S9(08) COMP VALUE ZERO.

      *    STREAMCT'S NIGHTLY CHAIN, IN THE ORDER IT RUNS THEM.

       01  WS-NIGHTLY-NAMES.
           05  FILLER                  PIC X(08)  VALUE 'RRBDRIVE'.
           05  FILLER                  PIC X(08)  VALUE 'RRBRECON'.
           05  FILLER                  PIC X(08)  VALUE 'FSFREQ  '.
           05  FILLER                  PIC X(08)  VALUE 'OPSUM   '.
           05  FILLER                  PIC X(08)  VALUE 'GDGRETEN'.
       01  WS-NIGHTLY-TABLE REDEFINES WS-NIGHTLY-NAMES.
           05  WS-NIGHTLY-STEP         PIC X(08) OCCURS 5 TIMES.

       01  WS-NIGHTLY-IDX              PIC 9(01)  VALUE ZERO.
       01  WS-ORDINAL                  PIC 9(03)  VALUE ZERO.
       01  WS-ROW-COUNT                PIC 9(01)  VALUE ZERO.
       01  WS-SEL-SUB                  PIC 9(01)  VALUE ZERO.
       01  WS-BROWSE-DONE              PIC X(01)  VALUE 'N'.
           88  BROWSE-DONE                        VALUE 'Y'.

       01  WS-REQ-SEL                  PIC X(01)  VALUE SPACE.
       01  WS-REQ-ACTION               PIC X(01)  VALUE SPACE.
       01  WS-REQ-REASON               PIC X(40)  VALUE SPACE.

       01  WS-CANDIDATE-STEP           PIC X(08)  VALUE SPACE.
       01  WS-CANDIDATE-SCHED          PIC X(07)  VALUE SPACE.
       01  WS-CANDIDATE-DESC           PIC X(40)  VALUE SPACE.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(28)  VALUE
               'STREAM STEP CONTROL - CYCLE '.
           05  WS-TTL-CYCLE            PIC X(08).
           05  FILLER                  PIC X(34)  VALUE SPACE.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  FILLER                  PIC X(09)  VALUE 'STEP'.
           05  FILLER                  PIC X(08)  VALUE 'SCHED'.
           05  FILLER                  PIC X(06)  VALUE 'FLAG'.
           05  FILLER                  PIC X(09)  VALUE 'BY'.
           05  FILLER                  PIC X(44)  VALUE
               'REASON / DESCRIPTION'.

       01  WS-ROW-BUILD.
           05  WS-ROW-NUMBER           PIC 9(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-STEP             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-SCHED            PIC X(07).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-FLAG             PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-USER             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-TEXT             PIC X(40).
           05  FILLER                  PIC X(04)  VALUE SPACE.

       01  WS-DONE-MESSAGE.
           05  WS-DON-STEP             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-DON-TEXT             PIC X(69).

       COPY STRCMAP.

      ****************************************************************
      *    CICS DFHAID - FOR PF KEY USAGE                            *
      ****************************************************************
       COPY DFHAID.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(61).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

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
      *  FIRST SEND - THE STEP LIST FROM THE TOP.                      *
      *****************************************************************
       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO STRCMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - THE LITERALS GO DIRECTLY INTO THE O-SIDE
      *    FIELDS.

           PERFORM 1100-SET-CYCLE-DATE
              THRU 1100-EXIT.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           MOVE 1                      TO WS-CA-LIST-TOP.
           PERFORM 3000-LIST-STEPS
              THRU 3000-EXIT.

           GO TO 2900-SEND-SCREEN.

      *    THE CYCLE STREAMCT WILL RUN NEXT - THE CONTROL RECORD WHEN
      *    SET, THE SYSTEM DATE OTHERWISE (GETBDATE'S PRECEDENCE).

       1100-SET-CYCLE-DATE.

           MOVE ZERO                   TO WS-BUSDATE-RBA.

           EXEC CICS READ FILE(WS-BUSDATE-FILE)
               INTO     (WS-BUSDATE-REC)
               RIDFLD   (WS-BUSDATE-RBA)
               RBA
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND WS-BUSDATE-REC NUMERIC
               MOVE WS-BUSDATE-REC     TO WS-CYCLE-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-CYCLE-DATE
           END-IF.

       1100-EXIT.
           EXIT.

       1200-SET-LABELS.

           MOVE WS-CYCLE-DATE          TO WS-TTL-CYCLE.
           MOVE WS-TITLE-LINE          TO STCTITLO.
           MOVE 'ROW (1-7):'           TO STCLBL1O.
           MOVE 'ACTION H/S/F/R:'      TO STCLBL2O.
           MOVE 'REASON:'              TO STCLBL3O.
           MOVE WS-LIST-HEADING        TO STCHDRO.
           MOVE 'PF3 END  PF7 TOP  PF8 NEXT  H HOLD S SKIP F FORCE R REL
      -         'EASE'                 TO STCKEYSO.

       1200-EXIT.
           EXIT.

      *****************************************************************
      *  EVERY LATER INTERACTION - PF KEYS PAGE THE LIST; ENTER WITH A *
      *  ROW, AN ACTION AND A REASON FLAGS THAT STEP, THEN THE SAME    *
      *  PAGE IS LISTED AGAIN SO THE OPERATOR SEES THE RESULT.         *
      *****************************************************************
       2000-RECEIVE-AND-ACT.

           EXEC CICS RECEIVE MAP('STRCMAP')
               INTO     (STRCMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO WS-REQ-SEL
                                          WS-REQ-ACTION
                                          WS-REQ-REASON.
           IF STCSELI NOT = LOW-VALUES
              MOVE STCSELI             TO WS-REQ-SEL
           END-IF.
           IF STCACTI NOT = LOW-VALUES
              MOVE STCACTI             TO WS-REQ-ACTION
           END-IF.
           IF STCRSNI NOT = LOW-VALUES
              MOVE STCRSNI             TO WS-REQ-REASON
           END-IF.
           INSPECT WS-REQ-SEL     REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-ACTION  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-REASON  REPLACING ALL LOW-VALUE BY SPACE.

           MOVE LOW-VALUES             TO STRCMAPO.

           PERFORM 1100-SET-CYCLE-DATE
              THRU 1100-EXIT.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           EVALUATE TRUE
             WHEN EIBAID = DFHPF7
               MOVE 1                  TO WS-CA-LIST-TOP

             WHEN EIBAID = DFHPF8
               IF WS-CA-MORE = 'Y'
                  ADD 7                TO WS-CA-LIST-TOP
               ELSE
                  MOVE 1               TO WS-CA-LIST-TOP
                  MOVE 'END OF THE STEP LIST - BACK AT THE TOP'
                                       TO STCMSGO
               END-IF

             WHEN OTHER
               IF WS-REQ-SEL NOT = SPACE
                  PERFORM 2100-FLAG-ONE-STEP
                     THRU 2100-EXIT
               END-IF
           END-EVALUATE.

           PERFORM 3000-LIST-STEPS
              THRU 3000-EXIT.

           GO TO 2900-SEND-SCREEN.

      *****************************************************************
      *  ONE FLAG CHANGE AGAINST THE ROW THE OPERATOR KEYED. NOTHING  *
      *  IS WRITTEN UNTIL THE ROW, THE ACTION, THE REASON AND THE     *
      *  OPERATOR'S AUTHORITY ALL CHECK OUT; EVERY REFUSAL SAYS WHY.  *
      *****************************************************************
       2100-FLAG-ONE-STEP.

           IF WS-REQ-SEL NOT NUMERIC
           OR WS-REQ-SEL = '0'
           OR WS-REQ-SEL > '7'
              MOVE 'ROW MUST BE 1 - 7'  TO STCMSGO
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-REQ-SEL             TO WS-SEL-SUB.

           IF WS-CA-STEP-NAME (WS-SEL-SUB) = SPACE
              MOVE 'NO STEP ON THAT ROW' TO STCMSGO
              GO TO 2100-EXIT
           END-IF.

           IF  WS-REQ-ACTION NOT = 'H'
           AND WS-REQ-ACTION NOT = 'S'
           AND WS-REQ-ACTION NOT = 'F'
           AND WS-REQ-ACTION NOT = 'R'
               MOVE 'ACTION MUST BE H, S, F OR R'
                                       TO STCMSGO
               GO TO 2100-EXIT
           END-IF.

           IF WS-REQ-REASON = SPACE
              MOVE 'A REASON IS REQUIRED FOR EVERY FLAG CHANGE'
                                       TO STCMSGO
              GO TO 2100-EXIT
           END-IF.

           EXEC CICS ASSIGN
               USERID   (WS-OPERATOR)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE WS-OPERATOR            TO AU-OPERATOR.

           EXEC CICS READ FILE(WS-AUTH-FILE)
               INTO     (WS-AUTH-REC)
               RIDFLD   (AU-OPERATOR)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'NOT CHANGED - OPERATOR NOT AUTHORIZED'
                                       TO STCMSGO
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-CA-STEP-NAME (WS-SEL-SUB)
                                       TO SF-STEP-NAME.

           EXEC CICS READ FILE(WS-FLAG-FILE)
               INTO     (STEP-FLAG-REC)
               RIDFLD   (SF-STEP-NAME)
               UPDATE
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE NOT = DFHRESP(NORMAL)
           AND WS-RETURN-CODE NOT = DFHRESP(NOTFND)
               MOVE 'FLAG FILE COULD NOT BE READ - TRY AGAIN'
                                       TO STCMSGO
               GO TO 2100-EXIT
           END-IF.

      *    A RELEASE NEEDS SOMETHING IN FORCE FOR THIS CYCLE TO
      *    RELEASE.

           IF WS-REQ-ACTION = 'R'
              IF WS-RETURN-CODE = DFHRESP(NOTFND)
                 MOVE 'NO FLAG ON THIS STEP TO RELEASE'
                                       TO STCMSGO
                 GO TO 2100-EXIT
              END-IF
              IF SF-CYCLE-DATE NOT = WS-CYCLE-DATE
              OR SF-RELEASE
                 MOVE 'NO FLAG ON THIS STEP TO RELEASE'
                                       TO STCMSGO
                 GO TO 2190-RELEASE-RECORD
              END-IF
           END-IF.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
              PERFORM 2200-FILL-FLAG
                 THRU 2200-EXIT
              EXEC CICS REWRITE FILE(WS-FLAG-FILE)
                  FROM     (STEP-FLAG-REC)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
           ELSE
              MOVE SPACE               TO STEP-FLAG-REC
              MOVE WS-CA-STEP-NAME (WS-SEL-SUB)
                                       TO SF-STEP-NAME
              PERFORM 2200-FILL-FLAG
                 THRU 2200-EXIT
              EXEC CICS WRITE FILE(WS-FLAG-FILE)
                  FROM     (STEP-FLAG-REC)
                  RIDFLD   (SF-STEP-NAME)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
           END-IF.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'FLAG COULD NOT BE WRITTEN - NOTHING CHANGED'
                                       TO STCMSGO
              GO TO 2100-EXIT
           END-IF.

           MOVE SF-STEP-NAME           TO WS-DON-STEP.
           EVALUATE TRUE
             WHEN SF-HOLD
               MOVE 'HELD - THE STREAM WILL PAUSE BEFORE IT'
                                       TO WS-DON-TEXT
             WHEN SF-SKIP
               MOVE 'WILL BE SKIPPED THIS CYCLE'
                                       TO WS-DON-TEXT
             WHEN SF-FORCE
               MOVE 'WILL RUN EVEN IF THE STREAM HALTS'
                                       TO WS-DON-TEXT
             WHEN SF-RELEASE
               MOVE 'FLAG RELEASED - RUNS UNDER THE NORMAL RULES'
                                       TO WS-DON-TEXT
           END-EVALUATE.
           MOVE WS-DONE-MESSAGE        TO STCMSGO.

      *    THE CHANGE LOG. THE FLAG ITSELF IS ALREADY IN FORCE, SO A
      *    FAILED LOG WRITE CHANGES THE MESSAGE, NEVER THE FLAG.

           EXEC CICS WRITEQ TD
               QUEUE(WS-FLAG-QUEUE)
               FROM(STEP-FLAG-REC)
               LENGTH(LENGTH OF STEP-FLAG-REC)
               NOHANDLE
               RESP(WS-FLAG-WRITE-RC)
           END-EXEC.

           IF WS-FLAG-WRITE-RC NOT = DFHRESP(NORMAL)
              MOVE 'FLAG SET BUT NOT LOGGED - TELL THE SHIFT LEAD'
                                       TO WS-DON-TEXT
              MOVE WS-DONE-MESSAGE     TO STCMSGO
           END-IF.

           GO TO 2100-EXIT.

       2190-RELEASE-RECORD.

           EXEC CICS UNLOCK FILE(WS-FLAG-FILE)
               NOHANDLE
           END-EXEC.

       2100-EXIT.
           EXIT.

       2200-FILL-FLAG.

           MOVE WS-REQ-ACTION          TO SF-ACTION.
           MOVE WS-CYCLE-DATE          TO SF-CYCLE-DATE.
           MOVE WS-REQ-REASON          TO SF-REASON.
           MOVE WS-OPERATOR            TO SF-SET-USER.
           MOVE EIBTRMID               TO SF-SET-TERM.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO SF-SET-STAMP.

       2200-EXIT.
           EXIT.

       2900-SEND-SCREEN.

           EXEC CICS SEND MAP('STRCMAP')
               FROM     (STRCMAPO)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *****************************************************************
      *  ONE PAGE OF THE STEP LIST - THE NIGHTLY CHAIN FIRST, THEN THE *
      *  STRMSCHD ROWS IN SCHEDULE ORDER - STARTING AT LIST POSITION   *
      *  WS-CA-LIST-TOP. THE LIST IS SHORT, SO EVERY PAGE COUNTS FROM  *
      *  THE TOP RATHER THAN KEEPING A BROWSE POSITION.                *
      *****************************************************************
       3000-LIST-STEPS.

           MOVE 'L'                    TO WS-CA-MODE.
           MOVE 'N'                    TO WS-CA-MORE.
           MOVE SPACE                  TO WS-CA-STEP-NAME (1)
                                          WS-CA-STEP-NAME (2)
                                          WS-CA-STEP-NAME (3)
                                          WS-CA-STEP-NAME (4)
                                          WS-CA-STEP-NAME (5)
                                          WS-CA-STEP-NAME (6)
                                          WS-CA-STEP-NAME (7).
           MOVE ZERO                   TO WS-ORDINAL
                                          WS-ROW-COUNT.
           IF WS-CA-LIST-TOP = ZERO
              MOVE 1                   TO WS-CA-LIST-TOP
           END-IF.

           PERFORM VARYING WS-NIGHTLY-IDX FROM 1 BY 1
                     UNTIL WS-NIGHTLY-IDX > 5
               MOVE WS-NIGHTLY-STEP (WS-NIGHTLY-IDX)
                                       TO WS-CANDIDATE-STEP
               MOVE 'NIGHTLY'          TO WS-CANDIDATE-SCHED
               MOVE 'NIGHTLY CHAIN'    TO WS-CANDIDATE-DESC
               PERFORM 3100-OFFER-ONE-STEP
                  THRU 3100-EXIT
           END-PERFORM.

           MOVE ZERO                   TO WS-SCHED-RBA.
           MOVE 'N'                    TO WS-BROWSE-DONE.

           EXEC CICS STARTBR FILE(WS-SCHED-FILE)
               RIDFLD   (WS-SCHED-RBA)
               RBA
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Y'                 TO WS-BROWSE-DONE
           END-IF.

           PERFORM UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE(WS-SCHED-FILE)
                   INTO     (WS-SCHED-REC)
                   RIDFLD   (WS-SCHED-RBA)
                   RBA
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
                  MOVE 'Y'             TO WS-BROWSE-DONE
               ELSE
                  IF  SS-STEP-NAME NOT = SPACE
                  AND SS-STEP-NAME (1:1) NOT = '*'
                      MOVE SS-STEP-NAME
                                       TO WS-CANDIDATE-STEP
                      MOVE SPACE       TO WS-CANDIDATE-SCHED
                      MOVE SS-FREQUENCY
                                       TO WS-CANDIDATE-SCHED (1:1)
                      MOVE SS-WEEKDAY  TO WS-CANDIDATE-SCHED (3:3)
                      MOVE SS-DESCRIPTION
                                       TO WS-CANDIDATE-DESC
                      PERFORM 3100-OFFER-ONE-STEP
                         THRU 3100-EXIT
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE(WS-SCHED-FILE)
               NOHANDLE
           END-EXEC.

           IF  WS-ROW-COUNT = ZERO
           AND STCMSGO = LOW-VALUES
               MOVE 'NO STEPS ON THIS PAGE - PF7 FOR THE TOP'
                                       TO STCMSGO
           END-IF.

       3000-EXIT.
           EXIT.

      *    ONE STEP IN LIST ORDER - SHOWN WHEN IT FALLS ON THIS PAGE,
      *    AND NOTED AS MORE TO COME WHEN IT FALLS PAST IT.

       3100-OFFER-ONE-STEP.

           ADD 1                       TO WS-ORDINAL.

           IF WS-ORDINAL < WS-CA-LIST-TOP
              GO TO 3100-EXIT
           END-IF.

           IF WS-ROW-COUNT = 7
              MOVE 'Y'                 TO WS-CA-MORE
              GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-ROW-COUNT.
           PERFORM 3200-BUILD-ONE-ROW
              THRU 3200-EXIT.

       3100-EXIT.
           EXIT.

      *    FORMATS ONE STEP ROW WITH ITS FLAG FOR THE COMING CYCLE - A
      *    FLAG SET FOR ANOTHER CYCLE, OR RELEASED, SHOWS AS NONE AND
      *    THE ROW CARRIES THE STEP'S DESCRIPTION INSTEAD OF A REASON.

       3200-BUILD-ONE-ROW.

           MOVE WS-CANDIDATE-STEP      TO
                WS-CA-STEP-NAME (WS-ROW-COUNT).

           MOVE WS-ROW-COUNT           TO WS-ROW-NUMBER.
           MOVE WS-CANDIDATE-STEP      TO WS-ROW-STEP.
           MOVE WS-CANDIDATE-SCHED     TO WS-ROW-SCHED.
           MOVE '-    '                TO WS-ROW-FLAG.
           MOVE SPACE                  TO WS-ROW-USER.
           MOVE WS-CANDIDATE-DESC      TO WS-ROW-TEXT.

           MOVE WS-CANDIDATE-STEP      TO SF-STEP-NAME.

           EXEC CICS READ FILE(WS-FLAG-FILE)
               INTO     (STEP-FLAG-REC)
               RIDFLD   (SF-STEP-NAME)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND SF-CYCLE-DATE = WS-CYCLE-DATE
           AND NOT SF-RELEASE
               EVALUATE TRUE
                 WHEN SF-HOLD  MOVE 'HOLD '  TO WS-ROW-FLAG
                 WHEN SF-SKIP  MOVE 'SKIP '  TO WS-ROW-FLAG
                 WHEN SF-FORCE MOVE 'FORCE'  TO WS-ROW-FLAG
               END-EVALUATE
               MOVE SF-SET-USER        TO WS-ROW-USER
               MOVE SF-REASON          TO WS-ROW-TEXT
           END-IF.

           EVALUATE WS-ROW-COUNT
             WHEN 1 MOVE WS-ROW-BUILD  TO STCROW1O
             WHEN 2 MOVE WS-ROW-BUILD  TO STCROW2O
             WHEN 3 MOVE WS-ROW-BUILD  TO STCROW3O
             WHEN 4 MOVE WS-ROW-BUILD  TO STCROW4O
             WHEN 5 MOVE WS-ROW-BUILD  TO STCROW5O
             WHEN 6 MOVE WS-ROW-BUILD  TO STCROW6O
             WHEN 7 MOVE WS-ROW-BUILD  TO STCROW7O
           END-EVALUATE.

       3200-EXIT.
           EXIT.

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
               TRANSID(WS-THIS-TRANS)
               COMMAREA(WS-COM-AREA)
               LENGTH(COMM-AREA-LENGTH)
           END-EXEC.

       9900-EXIT-SYSTEM.

           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
               NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.
