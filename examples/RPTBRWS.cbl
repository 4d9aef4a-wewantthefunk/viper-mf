       ID DIVISION.
       PROGRAM-ID.    RPTBRWS.

      *    ONLINE REPORT BROWSER (RPTB). RPTDIST ROUTES EVERY LISTING
      *    TO ITS UNIT'S DATASET, BUT THE UNITS STILL WAITED FOR A
      *    PRINTOUT OR ASKED OPERATIONS TO PULL A DATASET. RPTDIST NOW
      *    ALSO INDEXES EACH LISTING INTO THE KEYED REPORT STORE -
      *    RPTSTIX (COPYBOOK RPTSIDX), ONE ROW PER REPORT AND BUSINESS
      *    DATE WITH ITS UNIT AND PAGE COUNT, AND RPTSTLN (COPYBOOK
      *    RPTSLIN), ITS NUMBERED LINES - AND THIS SCREEN READS IT:
      *
      *      ENTER, REPORT ID BLANK - LISTS THE STORED REPORTS ROUTED
      *        TO THE CLERK'S UNIT, IN REPORT ID AND DATE ORDER; PF8
      *        CONTINUES THE LIST, PF7 GOES BACK TO ITS TOP.
      *      ENTER, REPORT ID (AND DATE, OR BLANK FOR THE LATEST) -
      *        OPENS THAT REPORT AT ITS FIRST LINE.
      *      ENTER, FIND STRING - IN AN OPEN REPORT, MOVES TO THE
      *        NEXT LINE BELOW THE TOP LINE THAT CONTAINS THE STRING;
      *        ENTER AGAIN FINDS THE ONE AFTER. A SEARCH LOOKS AT
      *        MOST 5000 LINES AT A TIME AND SAYS WHERE IT STOPPED.
      *      PF7 / PF8 - A SCREEN BACK / FORWARD IN THE REPORT.
      *      PF10 / PF11 - THE LEFT / RIGHT HALF OF THE 132-COLUMN
      *        LINE (COLUMNS 1-78 / 55-132).
      *      PF3 / CLEAR - ENDS.
      *
      *    A CLERK SEES ONLY THE REPORTS ROUTED TO THEIR OWN UNIT: THE
      *    SIGNED-ON USER ID IS LOOKED UP ON THE SITE-MAINTAINED
      *    OPERUNIT FILE (USER ID TO RPTROUTE RECEIVING UNIT), AND A
      *    REPORT WHOSE STORED UNIT IS ANOTHER IS NEITHER LISTED NOR
      *    OPENED. A USER ID WITH NO OPERUNIT ROW SEES NOTHING.
      *    LISTINGS PRINT IDENTIFIERS ALREADY MASKED, SO NOTHING HERE
      *    IS AN UNMASKED LOOKUP FOR THE ACCESS LOG. READ-ONLY, VIA
      *    EXEC CICS FILE CONTROL, WITH THE SAME IDLECHK INACTIVITY
      *    TIMEOUT AS THE OTHER SCREENS.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    WS-CA-MODE IS 'L' WHILE THE PICKING LIST IS ON THE SCREEN
      *    AND 'R' WHILE A REPORT IS OPEN. THE OPEN REPORT'S KEY, TOP
      *    LINE AND COLUMN HALF RIDE IN THE AREA, AS DOES THE KEY THE
      *    NEXT PAGE OF THE LIST STARTS FROM.

       01  WS-COM-AREA.
           05  WS-CA-MODE              PIC X(01)  VALUE SPACE.
               88  FIRST-TIME                     VALUE SPACE.
               88  LIST-MODE                      VALUE 'L'.
               88  REPORT-MODE                    VALUE 'R'.
           05  WS-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  WS-CA-UNIT              PIC X(12)  VALUE SPACE.
           05  WS-CA-REPORT-ID         PIC X(08)  VALUE SPACE.
           05  WS-CA-BUS-DATE          PIC X(08)  VALUE SPACE.
           05  WS-CA-TOP-LINE          PIC 9(07)  VALUE ZERO.
           05  WS-CA-LINES             PIC 9(07)  VALUE ZERO.
           05  WS-CA-PAGES             PIC 9(05)  VALUE ZERO.
           05  WS-CA-COL-START         PIC 9(03)  VALUE 1.
           05  WS-CA-LIST-NEXT         PIC X(16)  VALUE SPACE.
           05  WS-CA-FIND              PIC X(20)  VALUE SPACE.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0101.

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
           05  FILLER                  PIC  X(10)  VALUE SPACE.

       01  WS-AUDIT-QUEUE              PIC X(04)  VALUE 'AUDT'.
       01  WS-AUDIT-WRITE-RC           PIC S9(08) COMP VALUE ZERO.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'RPTB'.

       01  WS-INDEX-FILE               PIC X(08)  VALUE 'RPTSTIX'.
       01  WS-LINE-FILE                PIC X(08)  VALUE 'RPTSTLN'.
       01  WS-OPER-UNIT-FILE           PIC X(08)  VALUE 'OPERUNIT'.

       01  WS-SIGNED-ON-USER           PIC X(08)  VALUE SPACE.

      *    THE SITE'S OPERUNIT ROW - USER ID TO RECEIVING UNIT, KEYED
      *    BY USER ID.

       01  WS-OPER-UNIT-REC.
           05  OU-USER-ID              PIC X(08).
           05  OU-UNIT                 PIC X(12).
           05  FILLER                  PIC X(20).

           COPY RPTSIDX.

           COPY RPTSLIN.

      *    LINES OF THE REPORT SHOWN PER SCREEN, AND THE MOST LINES
      *    ONE FIND LOOKS AT BEFORE HANDING BACK TO THE CLERK.

       01  WS-SCREEN-LINES             PIC 9(02)  VALUE 14.
       01  WS-FIND-LIMIT               PIC 9(05)  VALUE 05000.

       01  WS-ROW-COUNT                PIC 9(02)  VALUE ZERO.
       01  WS-ROW-TEXT                 PIC X(78)  VALUE SPACE.
       01  WS-SCAN-COUNT               PIC 9(05)  VALUE ZERO.
       01  WS-BROWSE-DONE              PIC X(01)  VALUE 'N'.
           88  BROWSE-DONE                        VALUE 'Y'.

       01  WS-REQ-REPORT               PIC X(08)  VALUE SPACE.
       01  WS-REQ-DATE                 PIC X(08)  VALUE SPACE.
       01  WS-LIST-KEY                 PIC X(16)  VALUE SPACE.

       01  WS-FIND-TEXT                PIC X(20)  VALUE SPACE.
       01  WS-FIND-LEN                 PIC 9(02)  VALUE ZERO.
       01  WS-FIND-HITS                PIC 9(03)  VALUE ZERO.
       01  WS-FIND-POS                 PIC 9(03)  VALUE ZERO.
       01  WS-FOUND-LINE               PIC 9(07)  VALUE ZERO.
       01  WS-LAST-SCANNED             PIC 9(07)  VALUE ZERO.

       01  WS-SHOW-PAGE                PIC 9(05)  VALUE ZERO.
       01  WS-LAST-SHOWN               PIC 9(07)  VALUE ZERO.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(10)  VALUE 'REPORT'.
           05  FILLER                  PIC X(10)  VALUE 'DATE'.
           05  FILLER                  PIC X(07)  VALUE 'PAGES'.
           05  FILLER                  PIC X(10)  VALUE '    LINES'.
           05  FILLER                  PIC X(41)  VALUE 'TITLE'.

       01  WS-LIST-ROW.
           05  WS-LST-REPORT           PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-LST-DATE             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-LST-PAGES            PIC ZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-LST-LINES            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  WS-LST-TITLE            PIC X(40).

       01  WS-REPORT-HEADING.
           05  WS-RHD-REPORT           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-RHD-DATE             PIC X(08).
           05  FILLER                  PIC X(07)  VALUE '  PAGE '.
           05  WS-RHD-PAGE             PIC ZZZZ9.
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  WS-RHD-PAGES            PIC ZZZZ9.
           05  FILLER                  PIC X(08)  VALUE '  LINES '.
           05  WS-RHD-FIRST            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  WS-RHD-LAST             PIC ZZZZZZ9.
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  WS-RHD-LINES            PIC ZZZZZZ9.
           05  FILLER                  PIC X(06)  VALUE '  COL '.
           05  WS-RHD-COL              PIC ZZ9.

       01  WS-FIND-MESSAGE.
           05  WS-FMS-TEXT             PIC X(30)  VALUE SPACE.
           05  WS-FMS-LINE             PIC ZZZZZZ9.
           05  WS-FMS-TAIL             PIC X(41)  VALUE SPACE.

       COPY RPTBMAP.

      ****************************************************************
      *    CICS DFHAID - FOR PF KEY USAGE                            *
      ****************************************************************
       COPY DFHAID.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(101).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

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
      *  FIRST SEND - THE CLERK'S UNIT LOOKED UP AND ITS STORED        *
      *  REPORTS LISTED FROM THE TOP.                                  *
      *****************************************************************
       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO RPTBMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - THE LITERALS GO DIRECTLY INTO THE O-SIDE
      *    FIELDS.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CA-LAST-STAMP.
           MOVE 1                      TO WS-CA-COL-START.

           PERFORM 1300-FIND-UNIT
              THRU 1300-EXIT.

           MOVE LOW-VALUES             TO WS-LIST-KEY.
           PERFORM 3000-LIST-REPORTS
              THRU 3000-EXIT.

           IF WS-CA-UNIT NOT = SPACE
              MOVE 'KEY A REPORT ID (DATE BLANK FOR THE LATEST), ENTER'
                                       TO RPBMSGO
           END-IF.

           GO TO 2900-SEND-SCREEN.

       1200-SET-LABELS.

           MOVE 'REPORT STORE BROWSER' TO RPBTITLO.
           MOVE 'REPORT ID:'           TO RPBLBL1O.
           MOVE 'DATE (YYYYMMDD):'     TO RPBLBL2O.
           MOVE 'FIND:'                TO RPBLBL3O.
           MOVE 'PF3 END  PF7 BACK  PF8 FORWARD  PF10 LEFT  PF11 RIGHT'
                                       TO RPBKEYSO.

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

      *****************************************************************
      *  EVERY LATER INTERACTION - PF KEYS PAGE THE LIST OR THE OPEN   *
      *  REPORT; ENTER OPENS, FINDS OR RETURNS TO THE LIST BY WHAT     *
      *  WAS KEYED.                                                    *
      *****************************************************************
       2000-RECEIVE-AND-ACT.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('RPTBMAP')
               INTO     (RPTBMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO WS-REQ-REPORT
                                          WS-REQ-DATE
                                          WS-FIND-TEXT.
           IF RPBRPTI NOT = LOW-VALUES
              MOVE RPBRPTI             TO WS-REQ-REPORT
           END-IF.
           IF RPBDATI NOT = LOW-VALUES
              MOVE RPBDATI             TO WS-REQ-DATE
           END-IF.
           IF RPBFNDI NOT = LOW-VALUES
              MOVE RPBFNDI             TO WS-FIND-TEXT
           END-IF.
           INSPECT WS-REQ-REPORT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-DATE   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-FIND-TEXT  REPLACING ALL LOW-VALUE BY SPACE.

           MOVE LOW-VALUES             TO RPTBMAPO.
           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           IF WS-CA-UNIT = SPACE
              PERFORM 1300-FIND-UNIT
                 THRU 1300-EXIT
           END-IF.

           IF WS-CA-UNIT = SPACE
              MOVE LOW-VALUES          TO WS-LIST-KEY
              PERFORM 3000-LIST-REPORTS
                 THRU 3000-EXIT
              GO TO 2900-SEND-SCREEN
           END-IF.

           EVALUATE TRUE
             WHEN EIBAID = DFHPF7 AND REPORT-MODE
               IF WS-CA-TOP-LINE > WS-SCREEN-LINES
                  SUBTRACT WS-SCREEN-LINES FROM WS-CA-TOP-LINE
               ELSE
                  MOVE 1               TO WS-CA-TOP-LINE
                  MOVE 'TOP OF REPORT' TO RPBMSGO
               END-IF
               PERFORM 4000-SHOW-LINES
                  THRU 4000-EXIT

             WHEN EIBAID = DFHPF8 AND REPORT-MODE
               IF WS-CA-TOP-LINE + WS-SCREEN-LINES > WS-CA-LINES
                  MOVE 'END OF REPORT' TO RPBMSGO
               ELSE
                  ADD WS-SCREEN-LINES  TO WS-CA-TOP-LINE
               END-IF
               PERFORM 4000-SHOW-LINES
                  THRU 4000-EXIT

             WHEN EIBAID = DFHPF10 AND REPORT-MODE
               MOVE 1                  TO WS-CA-COL-START
               PERFORM 4000-SHOW-LINES
                  THRU 4000-EXIT

             WHEN EIBAID = DFHPF11 AND REPORT-MODE
               MOVE 55                 TO WS-CA-COL-START
               PERFORM 4000-SHOW-LINES
                  THRU 4000-EXIT

             WHEN EIBAID = DFHPF7
               MOVE LOW-VALUES         TO WS-LIST-KEY
               PERFORM 3000-LIST-REPORTS
                  THRU 3000-EXIT

             WHEN EIBAID = DFHPF8
               IF WS-CA-LIST-NEXT = HIGH-VALUES
                  MOVE LOW-VALUES      TO WS-LIST-KEY
               ELSE
                  MOVE WS-CA-LIST-NEXT TO WS-LIST-KEY
               END-IF
               PERFORM 3000-LIST-REPORTS
                  THRU 3000-EXIT

             WHEN EIBAID = DFHPF10 OR EIBAID = DFHPF11
               MOVE 'OPEN A REPORT FIRST'
                                       TO RPBMSGO
               PERFORM 3000-LIST-REPORTS
                  THRU 3000-EXIT

             WHEN REPORT-MODE
              AND WS-FIND-TEXT NOT = SPACE
              AND (WS-REQ-REPORT = SPACE
                OR WS-REQ-REPORT = WS-CA-REPORT-ID)
               PERFORM 4500-FIND-STRING
                  THRU 4500-EXIT

             WHEN WS-REQ-REPORT NOT = SPACE
               PERFORM 3500-OPEN-REPORT
                  THRU 3500-EXIT

             WHEN OTHER
               MOVE LOW-VALUES         TO WS-LIST-KEY
               PERFORM 3000-LIST-REPORTS
                  THRU 3000-EXIT
           END-EVALUATE.

       2900-SEND-SCREEN.

           EXEC CICS SEND MAP('RPTBMAP')
               FROM     (RPTBMAPO)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *****************************************************************
      *  THE PICKING LIST - A FORWARD BROWSE OF THE INDEX FROM         *
      *  WS-LIST-KEY, STEPPING OVER OTHER UNITS' REPORTS. THE KEY OF   *
      *  THE NEXT ROW OF THIS UNIT PAST THE SCREENFUL IS KEPT FOR      *
      *  PF8; HIGH-VALUES WHEN THERE IS NONE.                          *
      *****************************************************************
       3000-LIST-REPORTS.

           MOVE 'L'                    TO WS-CA-MODE.
           MOVE HIGH-VALUES            TO WS-CA-LIST-NEXT.
           MOVE WS-LIST-HEADING        TO RPBHDRO.
           PERFORM 3900-CLEAR-LINES
              THRU 3900-EXIT.

           IF WS-CA-UNIT = SPACE
              MOVE 'YOUR USER ID HAS NO UNIT ON OPERUNIT - NO REPORTS'
                                       TO RPBMSGO
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-LIST-KEY            TO RX-KEY.

           EXEC CICS STARTBR FILE(WS-INDEX-FILE)
               RIDFLD   (RX-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'NO STORED REPORTS FOR YOUR UNIT'
                                       TO RPBMSGO
              GO TO 3000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-ROW-COUNT.
           MOVE 'N'                    TO WS-BROWSE-DONE.

           PERFORM UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE(WS-INDEX-FILE)
                   INTO     (REPORT-INDEX-REC)
                   RIDFLD   (RX-KEY)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
                  MOVE 'Y'             TO WS-BROWSE-DONE
               ELSE
                  IF RX-UNIT = WS-CA-UNIT
                     IF WS-ROW-COUNT = WS-SCREEN-LINES
                        MOVE RX-KEY    TO WS-CA-LIST-NEXT
                        MOVE 'Y'       TO WS-BROWSE-DONE
                     ELSE
                        ADD 1          TO WS-ROW-COUNT
                        PERFORM 3100-BUILD-LIST-ROW
                           THRU 3100-EXIT
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE(WS-INDEX-FILE)
               NOHANDLE
           END-EXEC.

           IF RPBMSGO NOT = LOW-VALUES
              GO TO 3000-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN WS-ROW-COUNT = ZERO
               MOVE 'NO STORED REPORTS FOR YOUR UNIT'
                                       TO RPBMSGO
             WHEN WS-CA-LIST-NEXT = HIGH-VALUES
               MOVE 'END OF LIST - PF7 FOR THE TOP'
                                       TO RPBMSGO
             WHEN OTHER
               MOVE 'PF8 FOR MORE OF THE LIST'
                                       TO RPBMSGO
           END-EVALUATE.

       3000-EXIT.
           EXIT.

       3100-BUILD-LIST-ROW.

           MOVE RX-REPORT-ID           TO WS-LST-REPORT.
           MOVE RX-BUS-DATE            TO WS-LST-DATE.
           MOVE RX-PAGES               TO WS-LST-PAGES.
           MOVE RX-LINES               TO WS-LST-LINES.
           MOVE RX-TITLE (1:40)        TO WS-LST-TITLE.
           MOVE WS-LIST-ROW            TO WS-ROW-TEXT.

           PERFORM 3950-PUT-LINE
              THRU 3950-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *  OPENS THE KEYED REPORT. A BLANK DATE TAKES THE LATEST STORED  *
      *  - A BACKWARD BROWSE FROM THE TOP OF THE REPORT ID'S KEY       *
      *  RANGE, STEPPING OVER A HIGHER REPORT ID WHERE THE BROWSE      *
      *  LANDS WHEN THIS ONE IS NOT THE LAST ON FILE.                  *
      *****************************************************************
       3500-OPEN-REPORT.

           IF  WS-REQ-DATE NOT = SPACE
           AND WS-REQ-DATE NOT NUMERIC
               MOVE 'DATE MUST BE YYYYMMDD, OR BLANK FOR THE LATEST'
                                       TO RPBMSGO
               MOVE LOW-VALUES         TO WS-LIST-KEY
               PERFORM 3000-LIST-REPORTS
                  THRU 3000-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE WS-REQ-REPORT          TO RX-REPORT-ID.

           IF WS-REQ-DATE NOT = SPACE
              MOVE WS-REQ-DATE         TO RX-BUS-DATE
              EXEC CICS READ FILE(WS-INDEX-FILE)
                  INTO     (REPORT-INDEX-REC)
                  RIDFLD   (RX-KEY)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
           ELSE
              PERFORM 3600-FIND-LATEST
                 THRU 3600-EXIT
           END-IF.

      *    ANOTHER UNIT'S REPORT ANSWERS EXACTLY AS A MISSING ONE.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
           OR RX-UNIT NOT = WS-CA-UNIT
              MOVE SPACE               TO RPBMSGO
              STRING 'NO STORED ' WS-REQ-REPORT
                     ' FOR YOUR UNIT' DELIMITED BY SIZE
                     INTO RPBMSGO
              MOVE WS-REQ-REPORT       TO WS-LIST-KEY
              PERFORM 3000-LIST-REPORTS
                 THRU 3000-EXIT
              GO TO 3500-EXIT
           END-IF.

           MOVE 'R'                    TO WS-CA-MODE.
           MOVE RX-REPORT-ID           TO WS-CA-REPORT-ID.
           MOVE RX-BUS-DATE            TO WS-CA-BUS-DATE.
           MOVE RX-LINES               TO WS-CA-LINES.
           MOVE RX-PAGES               TO WS-CA-PAGES.
           MOVE 1                      TO WS-CA-TOP-LINE
                                          WS-CA-COL-START.
           MOVE SPACE                  TO WS-CA-FIND.

           PERFORM 4000-SHOW-LINES
              THRU 4000-EXIT.

       3500-EXIT.
           EXIT.

       3600-FIND-LATEST.

           MOVE HIGH-VALUES            TO RX-BUS-DATE.

           EXEC CICS STARTBR FILE(WS-INDEX-FILE)
               RIDFLD   (RX-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NOTFND)
              MOVE HIGH-VALUES         TO RX-KEY
              EXEC CICS STARTBR FILE(WS-INDEX-FILE)
                  RIDFLD   (RX-KEY)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
           END-IF.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              GO TO 3600-EXIT
           END-IF.

           MOVE 'N'                    TO WS-BROWSE-DONE.

           PERFORM UNTIL BROWSE-DONE
               EXEC CICS READPREV FILE(WS-INDEX-FILE)
                   INTO     (REPORT-INDEX-REC)
                   RIDFLD   (RX-KEY)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
                  MOVE 'Y'             TO WS-BROWSE-DONE
               ELSE
                  IF RX-REPORT-ID < WS-REQ-REPORT
                     MOVE DFHRESP(NOTFND)
                                       TO WS-RETURN-CODE
                     MOVE 'Y'          TO WS-BROWSE-DONE
                  ELSE
                     IF RX-REPORT-ID = WS-REQ-REPORT
                        MOVE 'Y'       TO WS-BROWSE-DONE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE(WS-INDEX-FILE)
               NOHANDLE
           END-EXEC.

       3600-EXIT.
           EXIT.

       3900-CLEAR-LINES.

           MOVE SPACE                  TO RPBL01O RPBL02O RPBL03O
                                          RPBL04O RPBL05O RPBL06O
                                          RPBL07O RPBL08O RPBL09O
                                          RPBL10O RPBL11O RPBL12O
                                          RPBL13O RPBL14O.

       3900-EXIT.
           EXIT.

       3950-PUT-LINE.

           EVALUATE WS-ROW-COUNT
             WHEN 01 MOVE WS-ROW-TEXT  TO RPBL01O
             WHEN 02 MOVE WS-ROW-TEXT  TO RPBL02O
             WHEN 03 MOVE WS-ROW-TEXT  TO RPBL03O
             WHEN 04 MOVE WS-ROW-TEXT  TO RPBL04O
             WHEN 05 MOVE WS-ROW-TEXT  TO RPBL05O
             WHEN 06 MOVE WS-ROW-TEXT  TO RPBL06O
             WHEN 07 MOVE WS-ROW-TEXT  TO RPBL07O
             WHEN 08 MOVE WS-ROW-TEXT  TO RPBL08O
             WHEN 09 MOVE WS-ROW-TEXT  TO RPBL09O
             WHEN 10 MOVE WS-ROW-TEXT  TO RPBL10O
             WHEN 11 MOVE WS-ROW-TEXT  TO RPBL11O
             WHEN 12 MOVE WS-ROW-TEXT  TO RPBL12O
             WHEN 13 MOVE WS-ROW-TEXT  TO RPBL13O
             WHEN 14 MOVE WS-ROW-TEXT  TO RPBL14O
           END-EVALUATE.

       3950-EXIT.
           EXIT.

      *****************************************************************
      *  ONE SCREENFUL OF THE OPEN REPORT FROM WS-CA-TOP-LINE, IN THE  *
      *  CURRENT COLUMN HALF, WITH THE LISTING PAGE OF THE TOP LINE.   *
      *****************************************************************
       4000-SHOW-LINES.

           PERFORM 3900-CLEAR-LINES
              THRU 3900-EXIT.

           MOVE WS-CA-REPORT-ID        TO RPBRPTO.
           MOVE WS-CA-BUS-DATE         TO RPBDATO.
           MOVE WS-CA-FIND             TO RPBFNDO.

           MOVE ZERO                   TO WS-ROW-COUNT
                                          WS-SHOW-PAGE
                                          WS-LAST-SHOWN.

           MOVE WS-CA-REPORT-ID        TO RL-REPORT-ID.
           MOVE WS-CA-BUS-DATE         TO RL-BUS-DATE.
           MOVE WS-CA-TOP-LINE         TO RL-LINE-NO.

           EXEC CICS STARTBR FILE(WS-LINE-FILE)
               RIDFLD   (RL-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'THE REPORT STORE CANNOT BE READ JUST NOW'
                                       TO RPBMSGO
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                    TO WS-BROWSE-DONE.

           PERFORM UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE(WS-LINE-FILE)
                   INTO     (REPORT-LINE-REC)
                   RIDFLD   (RL-KEY)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
               OR RL-REPORT-ID NOT = WS-CA-REPORT-ID
               OR RL-BUS-DATE NOT = WS-CA-BUS-DATE
                  MOVE 'Y'             TO WS-BROWSE-DONE
               ELSE
                  ADD 1                TO WS-ROW-COUNT
                  IF WS-ROW-COUNT = 1
                     MOVE RL-PAGE      TO WS-SHOW-PAGE
                  END-IF
                  MOVE RL-LINE-NO      TO WS-LAST-SHOWN
                  MOVE RL-TEXT (WS-CA-COL-START:78)
                                       TO WS-ROW-TEXT
                  PERFORM 3950-PUT-LINE
                     THRU 3950-EXIT
                  IF WS-ROW-COUNT = WS-SCREEN-LINES
                     MOVE 'Y'          TO WS-BROWSE-DONE
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE(WS-LINE-FILE)
               NOHANDLE
           END-EXEC.

           MOVE WS-CA-REPORT-ID        TO WS-RHD-REPORT.
           MOVE WS-CA-BUS-DATE         TO WS-RHD-DATE.
           MOVE WS-SHOW-PAGE           TO WS-RHD-PAGE.
           MOVE WS-CA-PAGES            TO WS-RHD-PAGES.
           MOVE WS-CA-TOP-LINE         TO WS-RHD-FIRST.
           MOVE WS-LAST-SHOWN          TO WS-RHD-LAST.
           MOVE WS-CA-LINES            TO WS-RHD-LINES.
           MOVE WS-CA-COL-START        TO WS-RHD-COL.
           MOVE WS-REPORT-HEADING      TO RPBHDRO.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *  FIND - THE NEXT LINE BELOW THE TOP LINE CONTAINING THE KEYED  *
      *  STRING (TRAILING SPACES NOT PART OF IT) BECOMES THE TOP LINE, *
      *  IN WHICHEVER COLUMN HALF SHOWS THE MATCH.                     *
      *****************************************************************
       4500-FIND-STRING.

           MOVE WS-FIND-TEXT           TO WS-CA-FIND.

           MOVE 20                     TO WS-FIND-LEN.
           PERFORM UNTIL WS-FIND-LEN = 1
                      OR WS-FIND-TEXT (WS-FIND-LEN:1) NOT = SPACE
               SUBTRACT 1              FROM WS-FIND-LEN
           END-PERFORM.

           MOVE ZERO                   TO WS-FOUND-LINE
                                          WS-SCAN-COUNT.
           MOVE WS-CA-TOP-LINE         TO WS-LAST-SCANNED.

           MOVE WS-CA-REPORT-ID        TO RL-REPORT-ID.
           MOVE WS-CA-BUS-DATE         TO RL-BUS-DATE.
           COMPUTE RL-LINE-NO = WS-CA-TOP-LINE + 1.

           EXEC CICS STARTBR FILE(WS-LINE-FILE)
               RIDFLD   (RL-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE 'N'                    TO WS-BROWSE-DONE.
           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Y'                 TO WS-BROWSE-DONE
           END-IF.

           PERFORM UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE(WS-LINE-FILE)
                   INTO     (REPORT-LINE-REC)
                   RIDFLD   (RL-KEY)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
               OR RL-REPORT-ID NOT = WS-CA-REPORT-ID
               OR RL-BUS-DATE NOT = WS-CA-BUS-DATE
                  MOVE 'Y'             TO WS-BROWSE-DONE
               ELSE
                  ADD 1                TO WS-SCAN-COUNT
                  MOVE RL-LINE-NO      TO WS-LAST-SCANNED
                  MOVE ZERO            TO WS-FIND-HITS
                  INSPECT RL-TEXT TALLYING WS-FIND-HITS
                          FOR ALL WS-FIND-TEXT (1:WS-FIND-LEN)
                  IF WS-FIND-HITS > ZERO
                     MOVE RL-LINE-NO   TO WS-FOUND-LINE
                     MOVE 'Y'          TO WS-BROWSE-DONE
                  ELSE
                     IF WS-SCAN-COUNT NOT < WS-FIND-LIMIT
                        MOVE 'Y'       TO WS-BROWSE-DONE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR FILE(WS-LINE-FILE)
               NOHANDLE
           END-EXEC.

           MOVE SPACE                  TO WS-FMS-TEXT
                                          WS-FMS-TAIL.

           EVALUATE TRUE
             WHEN WS-FOUND-LINE > ZERO
               MOVE WS-FOUND-LINE      TO WS-CA-TOP-LINE
               MOVE ZERO               TO WS-FIND-POS
               INSPECT RL-TEXT TALLYING WS-FIND-POS
                       FOR CHARACTERS
                       BEFORE INITIAL WS-FIND-TEXT (1:WS-FIND-LEN)
               IF WS-FIND-POS + WS-FIND-LEN > 78
                  MOVE 55              TO WS-CA-COL-START
               ELSE
                  MOVE 1               TO WS-CA-COL-START
               END-IF
               MOVE 'FOUND ON LINE'    TO WS-FMS-TEXT
               MOVE WS-FOUND-LINE      TO WS-FMS-LINE
               MOVE ' - ENTER FINDS THE NEXT'
                                       TO WS-FMS-TAIL
             WHEN WS-SCAN-COUNT NOT < WS-FIND-LIMIT
               MOVE WS-LAST-SCANNED    TO WS-CA-TOP-LINE
               MOVE 'NOT FOUND YET - STOPPED AT LINE'
                                       TO WS-FMS-TEXT
               MOVE WS-LAST-SCANNED    TO WS-FMS-LINE
               MOVE ' - ENTER SEARCHES ON'
                                       TO WS-FMS-TAIL
             WHEN OTHER
               MOVE 'NOT FOUND BELOW LINE'
                                       TO WS-FMS-TEXT
               MOVE WS-CA-TOP-LINE     TO WS-FMS-LINE
           END-EVALUATE.

           PERFORM 4000-SHOW-LINES
              THRU 4000-EXIT.

           MOVE WS-FIND-MESSAGE        TO RPBMSGO.

       4500-EXIT.
           EXIT.

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
               TRANSID(WS-THIS-TRANS)
               COMMAREA(WS-COM-AREA)
               LENGTH(COMM-AREA-LENGTH)
           END-EXEC.


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

       8800-SESSION-TIMEOUT.

           MOVE 'RPTBRWS '             TO WS-AUD-PROGRAM.
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

           MOVE LOW-VALUES             TO RPTBMAPO.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO RPBMSGO.

           EXEC CICS SEND MAP('RPTBMAP')
               FROM     (RPTBMAPI)
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
