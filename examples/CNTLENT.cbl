       ID DIVISION.
       PROGRAM-ID.    CNTLENT.

      *    BENEFICIARY CONTACT LOG SCREEN (CNTL). WHEN A BENEFICIARY,
      *    A CONGRESSIONAL OFFICE OR AN SSA FIELD OFFICE CALLED ABOUT
      *    A CASE, THE CONVERSATION WAS NOTED ON PAPER IF AT ALL, AND
      *    THE NEXT CLERK TO TAKE A CALL ON THE SAME BENEFICIARY HAD
      *    NO WAY TO KNOW. EACH CONTACT IS NOW A ROW ON THE KEYED
      *    CONTLOG MASTER (COPYBOOK CNTLREC) UNDER THE RRB HIC AND THE
      *    TIME IT WAS LOGGED. PF9 ON HICINQ, OUTCINQ OR BENSUMM
      *    TRANSFERS HERE WITH THE BENEFICIARY ON THAT SCREEN ALREADY
      *    FILLED IN; STARTED DIRECTLY AS CNTL THE CLERK KEYS THE RRB
      *    HIC. THE LOWER HALF OF THE SCREEN IS THE BENEFICIARY'S
      *    CONTACTS, NEWEST FIRST (A BACKWARD BROWSE OF THE HIC'S KEY
      *    RANGE, THE PKTREQ PATTERN):
      *
      *      ENTER, KEY ONLY - LISTS THE BENEFICIARY'S CONTACTS.
      *      ENTER, CALLER TYPE, CHANNEL, SUBJECT AND NOTE (AND A
      *        FOLLOW-UP DATE WHEN ONE IS NEEDED) - LOGS A NEW CONTACT
      *        UNDER THE SIGNED-ON USER ID AND LISTS AGAIN.
      *      ENTER, ROW - MARKS THE OPEN FOLLOW-UP ON THAT ROW DONE.
      *      PF7 / PF8 - THE NEWEST CONTACTS / THE NEXT SIX OLDER.
      *      PF3 / CLEAR - BACK TO THE INQUIRY IT CAME FROM, OR ENDS
      *        WHEN THERE WAS NONE.
      *
      *    THE CODES ARE LISTED IN CNTLREC. A FOLLOW-UP DATE MAY NOT
      *    BE IN THE PAST; CNTLDUE LISTS EACH DAY, BY CLERK, THE OPEN
      *    FOLLOW-UPS THAT HAVE FALLEN DUE.
      *
      *    THE FULL HIC RIDES IN THE COMMAREA AND THE KEY FIELD SHOWS
      *    IT MASKED THROUGH MASKHIC - A KEY FIELD LEFT UNTOUCHED
      *    MEANS THE BENEFICIARY ALREADY ON THE SCREEN. THE SIX LISTED
      *    CONTACT KEYS RIDE THERE TOO, SO A ROW NUMBER MARKS EXACTLY
      *    THE CONTACT THE CLERK WAS LOOKING AT. EVERY LISTING OF A
      *    BENEFICIARY'S CONTACTS IS WRITTEN TO THE BACC BENEFICIARY-
      *    DATA ACCESS LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY
      *    REVIEW, WITH THE SAME IDLECHK INACTIVITY TIMEOUT AS THE
      *    OTHER SCREENS.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN AGAINST THE TRAINING COPIES OF ITS FILES, UNDER A
      *    TRAINING BANNER, WITH EVERY LOG RECORD IT WRITES TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    THE FIRST 36 BYTES ARE PKTREQ'S COMMAREA SHAPE, WHICH THE
      *    INQUIRY SCREENS ALREADY BUILD FOR A TRANSFER: WS-CA-FLAG IS
      *    'X' WHEN ONE TRANSFERRED IN AND 'C' ONCE THIS SCREEN IS IN
      *    ITS OWN CONVERSATION, AND WS-CA-KEY-VALUE IS THE RRB HIC ON
      *    THE SCREEN. THEN THE KEY THE NEXT OLDER PAGE STARTS FROM
      *    (HIGH-VALUES WHEN THERE IS NONE) AND THE SIX LISTED KEYS.

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
           05  WS-CA-LIST-NEXT         PIC X(26)  VALUE SPACE.
           05  WS-CA-ROW-KEY           PIC X(26) OCCURS 6 TIMES.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0218.

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

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'CNTL'.

       01  WS-CONTACT-FILE             PIC X(08)  VALUE 'CONTLOG '.

       01  WS-SIGNED-ON-USER           PIC X(08)  VALUE SPACE.

           COPY CNTLREC.

       01  WS-ROW-COUNT                PIC 9(01)  VALUE ZERO.
       01  WS-SEL-SUB                  PIC 9(01)  VALUE ZERO.
       01  WS-BROWSE-DONE              PIC X(01)  VALUE 'N'.
           88  BROWSE-DONE                        VALUE 'Y'.

       01  WS-LIST-KEY                 PIC X(26)  VALUE SPACE.

      *    WHAT THE CLERK KEYED, LOW-VALUES TURNED TO SPACES.

       01  WS-REQ-HIC                  PIC X(12)  VALUE SPACE.
       01  WS-REQ-CALLER               PIC X(01)  VALUE SPACE.
       01  WS-REQ-CHANNEL              PIC X(01)  VALUE SPACE.
       01  WS-REQ-SUBJECT              PIC X(02)  VALUE SPACE.
       01  WS-REQ-NOTE                 PIC X(60)  VALUE SPACE.
       01  WS-REQ-FOLLOWUP             PIC X(08)  VALUE SPACE.
       01  WS-REQ-SEL                  PIC X(01)  VALUE SPACE.

       01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  FILLER                  PIC X(14)  VALUE 'LOGGED'.
           05  FILLER                  PIC X(07)  VALUE 'C H SU'.
           05  FILLER                  PIC X(09)  VALUE 'CLERK'.
           05  FILLER                  PIC X(10)  VALUE 'FOLLOW UP'.
           05  FILLER                  PIC X(28)  VALUE 'NOTE'.

       01  WS-ROW-BUILD.
           05  WS-ROW-NUMBER           PIC 9(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-DATE             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-TIME             PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-CALLER           PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-CHANNEL          PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-SUBJECT          PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-CLERK            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-FOLLOWUP         PIC X(08).
           05  WS-ROW-FUP-STATUS       PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-NOTE             PIC X(28).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY EYEBALL SURFACES ARE MASKED -
      *    MACHINE-READABLE FILES KEEP FULL VALUES.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

       COPY CNTLMAP.

      *    BENEFICIARY-DATA ACCESS LOG - ONE RECORD PER LISTING OF A
      *    BENEFICIARY'S CONTACTS, WRITTEN TO THE BACC TD DESTINATION
      *    (THE CAUD PATTERN), SPILLING TO BACS WHEN BACC REFUSES THE
      *    WRITE - ACCROLL DRAINS BOTH NIGHTLY INTO THE ACCSHIST
      *    HISTORY.

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

      *    AN INQUIRY SCREEN HANDS IN ONLY THE FIRST 36 BYTES.

       01  DFHCOMMAREA.
           05  CA-XFER-AREA            PIC X(36).
           05  CA-OWN-AREA             PIC X(182).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1800-CHECK-TRAINING
              THRU 1800-EXIT.

           EXEC CICS ASSIGN
               USERID(WS-SIGNED-ON-USER)
               NOHANDLE
           END-EXEC.

           MOVE SPACE                  TO WS-COM-AREA.

           IF EIBCALEN > 35
               MOVE CA-XFER-AREA       TO WS-COM-AREA (1:36)
           END-IF.

           IF EIBCALEN > 217
               MOVE DFHCOMMAREA        TO WS-COM-AREA
           END-IF.

           IF EIBCALEN > 0
              AND NOT TRANSFERRED-IN
              AND NOT FIRST-TIME
               IF EIBAID EQUAL DFHPF3
               OR EIBAID EQUAL DFHCLEAR
                   GO TO 9900-EXIT-SYSTEM
               ELSE
                   GO TO 2000-RECEIVE-AND-ACT
           ELSE
               GO TO 1000-FIRST-TIME.

      *****************************************************************
      *  FIRST SEND - THE BENEFICIARY THE INQUIRY SCREEN PASSED (IF    *
      *  ANY) ON THE SCREEN WITH THEIR CONTACTS LISTED BELOW.          *
      *****************************************************************
       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO CNTLMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - THE LITERALS GO DIRECTLY INTO THE O-SIDE
      *    FIELDS, THE SAME SAFE PATTERN HICINQ'S 1000-FIRST-TIME
      *    USES.

           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

           IF  TRANSFERRED-IN
           AND WS-CA-KEY-TYPE = 'R'
           AND WS-CA-KEY-VALUE NOT = SPACE
               MOVE 'C'                TO WS-CA-FLAG
               PERFORM 1900-CHECK-IDLE
                  THRU 1900-EXIT
               MOVE HIGH-VALUES        TO WS-LIST-KEY
               PERFORM 3000-LIST-CONTACTS
                  THRU 3000-EXIT
           ELSE
               MOVE 'C'                TO WS-CA-FLAG
               MOVE SPACE              TO WS-CA-KEY-VALUE
               MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-CA-LAST-STAMP
               MOVE 'KEY AN RRB HIC TO SEE OR LOG ITS CONTACTS'
                                       TO CLMMSGO
           END-IF.

           GO TO 2900-SEND-SCREEN.

       1200-SET-LABELS.

           MOVE 'BENEFICIARY CONTACT LOG'
                                       TO CLMTITLO.
           MOVE 'RRB HIC: '            TO CLMLBL1O.
           MOVE 'CALLER (B/R/C/F/O): ' TO CLMLBL2O.
           MOVE 'CHANNEL (P/L/E/W/F): ' TO CLMLBL3O.
           MOVE 'SUBJECT CODE: '       TO CLMLBL4O.
           MOVE 'NOTE: '               TO CLMLBL5O.
           MOVE 'FOLLOW UP (YYYYMMDD): '
                                       TO CLMLBL6O.
           MOVE 'FOLLOW-UP DONE, ROW: ' TO CLMLBL7O.
           MOVE WS-LIST-HEADING        TO CLMHDRO.
           MOVE 'PF3 BACK  PF7 NEWEST  PF8 OLDER  ROW+ENTER MARKS A FOL
      -         'LOW-UP DONE'          TO CLMKEYSO.

       1200-EXIT.
           EXIT.

      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE 1                      TO TG-FILE-COUNT.
           MOVE WS-CONTACT-FILE        TO TG-FILE-NAME (1).

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
           MOVE TG-FILE-NAME (1)       TO WS-CONTACT-FILE.

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

      *****************************************************************
      *  EVERY LATER INTERACTION - A NEWLY KEYED HIC CHANGES THE       *
      *  BENEFICIARY; PF KEYS PAGE THE CONTACTS; ENTER WITH A ROW      *
      *  MARKS A FOLLOW-UP DONE, AND ENTER WITH ANY CONTACT FIELD      *
      *  LOGS A NEW CONTACT. THE NEWEST PAGE IS LISTED AGAIN AFTER     *
      *  EITHER SO THE CLERK SEES THE RESULT.                          *
      *****************************************************************
       2000-RECEIVE-AND-ACT.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           EXEC CICS RECEIVE MAP('CNTLMAP')
               INTO     (CNTLMAPI)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO WS-REQ-HIC
                                          WS-REQ-CALLER
                                          WS-REQ-CHANNEL
                                          WS-REQ-SUBJECT
                                          WS-REQ-NOTE
                                          WS-REQ-FOLLOWUP
                                          WS-REQ-SEL.
           IF CLMHICI NOT = LOW-VALUES
              MOVE CLMHICI             TO WS-REQ-HIC
           END-IF.
           IF CLMCALLI NOT = LOW-VALUES
              MOVE CLMCALLI            TO WS-REQ-CALLER
           END-IF.
           IF CLMCHANI NOT = LOW-VALUES
              MOVE CLMCHANI            TO WS-REQ-CHANNEL
           END-IF.
           IF CLMSUBJI NOT = LOW-VALUES
              MOVE CLMSUBJI            TO WS-REQ-SUBJECT
           END-IF.
           IF CLMNOTEI NOT = LOW-VALUES
              MOVE CLMNOTEI            TO WS-REQ-NOTE
           END-IF.
           IF CLMFUPI NOT = LOW-VALUES
              MOVE CLMFUPI             TO WS-REQ-FOLLOWUP
           END-IF.
           IF CLMSELI NOT = LOW-VALUES
              MOVE CLMSELI             TO WS-REQ-SEL
           END-IF.
           INSPECT WS-REQ-HIC      REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-CALLER   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-CHANNEL  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-SUBJECT  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-NOTE     REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-FOLLOWUP REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-REQ-SEL      REPLACING ALL LOW-VALUE BY SPACE.

           MOVE LOW-VALUES             TO CNTLMAPO.
           PERFORM 1200-SET-LABELS
              THRU 1200-EXIT.

      *    A KEY FIELD THE CLERK TYPED OVER NAMES A NEW BENEFICIARY -
      *    THE ROWS ON THE SCREEN BELONG TO THE OLD ONE, SO NO ROW OR
      *    CONTACT ACTION IS TAKEN ON THIS ENTER.

           IF  WS-REQ-HIC NOT = SPACE
           AND WS-REQ-HIC NOT = WS-CA-KEY-VALUE
               MOVE WS-REQ-HIC         TO WS-CA-KEY-VALUE
               MOVE 'R'                TO WS-CA-KEY-TYPE
               MOVE HIGH-VALUES        TO WS-LIST-KEY
               PERFORM 3000-LIST-CONTACTS
                  THRU 3000-EXIT
               GO TO 2900-SEND-SCREEN
           END-IF.

           IF WS-CA-KEY-VALUE = SPACE
               MOVE 'KEY AN RRB HIC TO SEE OR LOG ITS CONTACTS'
                                       TO CLMMSGO
               GO TO 2900-SEND-SCREEN
           END-IF.

           EVALUATE TRUE
             WHEN EIBAID = DFHPF7
               MOVE HIGH-VALUES        TO WS-LIST-KEY

             WHEN EIBAID = DFHPF8
               IF WS-CA-LIST-NEXT = HIGH-VALUES
                  MOVE HIGH-VALUES     TO WS-LIST-KEY
                  MOVE 'NO OLDER CONTACTS - BACK AT THE NEWEST'
                                       TO CLMMSGO
               ELSE
                  MOVE WS-CA-LIST-NEXT TO WS-LIST-KEY
               END-IF

             WHEN OTHER
               MOVE HIGH-VALUES        TO WS-LIST-KEY
               IF WS-REQ-SEL NOT = SPACE
                  PERFORM 2200-MARK-FOLLOWUP-DONE
                     THRU 2200-EXIT
               ELSE
               IF WS-REQ-CALLER   NOT = SPACE
               OR WS-REQ-CHANNEL  NOT = SPACE
               OR WS-REQ-SUBJECT  NOT = SPACE
               OR WS-REQ-NOTE     NOT = SPACE
               OR WS-REQ-FOLLOWUP NOT = SPACE
                  PERFORM 2100-ADD-CONTACT
                     THRU 2100-EXIT
               END-IF
               END-IF
           END-EVALUATE.

           PERFORM 3000-LIST-CONTACTS
              THRU 3000-EXIT.

           GO TO 2900-SEND-SCREEN.

      *****************************************************************
      *  LOGS ONE CONTACT. EVERY GAP IS SENT BACK WITH A MESSAGE AND   *
      *  WHAT THE CLERK KEYED, AND NOTHING IS WRITTEN.                 *
      *****************************************************************
       2100-ADD-CONTACT.

           MOVE SPACE                  TO CONTACT-LOG-REC.
           MOVE WS-REQ-CALLER          TO CL-CALLER-TYPE.
           MOVE WS-REQ-CHANNEL         TO CL-CHANNEL.
           MOVE WS-REQ-SUBJECT         TO CL-SUBJECT.

           IF NOT CL-CALLER-VALID
               MOVE 'CALLER MUST BE B, R, C, F OR O'
                                       TO CLMMSGO
               GO TO 2180-ECHO-ENTRY
           END-IF.

           IF NOT CL-CHANNEL-VALID
               MOVE 'CHANNEL MUST BE P, L, E, W OR F'
                                       TO CLMMSGO
               GO TO 2180-ECHO-ENTRY
           END-IF.

           IF NOT CL-SUBJECT-VALID
               MOVE 'SUBJECT MUST BE EN, TM, HC, AD, PK OR OT'
                                       TO CLMMSGO
               GO TO 2180-ECHO-ENTRY
           END-IF.

           IF WS-REQ-NOTE = SPACE
               MOVE 'KEY A NOTE OF WHAT WAS DISCUSSED'
                                       TO CLMMSGO
               GO TO 2180-ECHO-ENTRY
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TODAY-DATE.

           IF WS-REQ-FOLLOWUP NOT = SPACE
               IF  WS-REQ-FOLLOWUP NUMERIC
               AND WS-REQ-FOLLOWUP (5:2) >= '01'
               AND WS-REQ-FOLLOWUP (5:2) <= '12'
               AND WS-REQ-FOLLOWUP (7:2) >= '01'
               AND WS-REQ-FOLLOWUP (7:2) <= '31'
                   CONTINUE
               ELSE
                   MOVE 'FOLLOW-UP DATE MUST BE YYYYMMDD'
                                       TO CLMMSGO
                   GO TO 2180-ECHO-ENTRY
               END-IF
               IF WS-REQ-FOLLOWUP < WS-TODAY-DATE
                   MOVE 'FOLLOW-UP DATE IS IN THE PAST'
                                       TO CLMMSGO
                   GO TO 2180-ECHO-ENTRY
               END-IF
           END-IF.

           MOVE WS-CA-KEY-VALUE        TO CL-RRB-HIC.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO CL-CONTACT-STAMP.
           MOVE WS-REQ-NOTE            TO CL-NOTE.
           MOVE WS-REQ-FOLLOWUP        TO CL-FOLLOWUP-DATE.
           IF WS-REQ-FOLLOWUP NOT = SPACE
               SET CL-FOLLOWUP-OPEN    TO TRUE
           END-IF.
           MOVE WS-SIGNED-ON-USER      TO CL-CLERK-ID.
           MOVE EIBTRMID               TO CL-TERMINAL.

           EXEC CICS WRITE FILE(WS-CONTACT-FILE)
               FROM     (CONTACT-LOG-REC)
               RIDFLD   (CL-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               IF CL-FOLLOWUP-OPEN
                   MOVE 'CONTACT LOGGED - FOLLOW-UP SET'
                                       TO CLMMSGO
               ELSE
                   MOVE 'CONTACT LOGGED'
                                       TO CLMMSGO
               END-IF
               GO TO 2100-EXIT
             WHEN DFHRESP(DUPREC)
               MOVE 'ONE CONTACT PER SECOND - PRESS ENTER AGAIN'
                                       TO CLMMSGO
             WHEN OTHER
               MOVE 'UNABLE TO WRITE THE CONTACT LOG'
                                       TO CLMMSGO
           END-EVALUATE.

       2180-ECHO-ENTRY.

           MOVE WS-REQ-CALLER          TO CLMCALLO.
           MOVE WS-REQ-CHANNEL         TO CLMCHANO.
           MOVE WS-REQ-SUBJECT         TO CLMSUBJO.
           MOVE WS-REQ-NOTE            TO CLMNOTEO.
           MOVE WS-REQ-FOLLOWUP        TO CLMFUPO.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *  MARKS THE OPEN FOLLOW-UP ON THE ROW THE CLERK KEYED DONE. ANY *
      *  CLERK MAY CLOSE ANY FOLLOW-UP - THE CALL BACK IS OFTEN TAKEN  *
      *  BY WHOEVER ANSWERS - AND WHO CLOSED IT IS STAMPED ON THE ROW. *
      *****************************************************************
       2200-MARK-FOLLOWUP-DONE.

           IF WS-REQ-SEL NOT NUMERIC
           OR WS-REQ-SEL = '0'
           OR WS-REQ-SEL > '6'
              MOVE 'ROW MUST BE 1 - 6'  TO CLMMSGO
              GO TO 2200-EXIT
           END-IF.

           MOVE WS-REQ-SEL             TO WS-SEL-SUB.

           IF WS-CA-ROW-KEY (WS-SEL-SUB) = SPACE
              MOVE 'NO CONTACT ON THAT ROW'
                                       TO CLMMSGO
              GO TO 2200-EXIT
           END-IF.

           MOVE WS-CA-ROW-KEY (WS-SEL-SUB)
                                       TO CL-KEY.

           EXEC CICS READ FILE(WS-CONTACT-FILE)
               INTO     (CONTACT-LOG-REC)
               RIDFLD   (CL-KEY)
               UPDATE
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'CONTACT COULD NOT BE READ - TRY AGAIN'
                                       TO CLMMSGO
              GO TO 2200-EXIT
           END-IF.

           IF NOT CL-FOLLOWUP-OPEN
              MOVE 'THAT CONTACT HAS NO OPEN FOLLOW-UP'
                                       TO CLMMSGO
              EXEC CICS UNLOCK FILE(WS-CONTACT-FILE)
                  NOHANDLE
              END-EXEC
              GO TO 2200-EXIT
           END-IF.

           SET CL-FOLLOWUP-DONE        TO TRUE.
           MOVE WS-SIGNED-ON-USER      TO CL-DONE-USER.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO CL-DONE-STAMP.

           EXEC CICS REWRITE FILE(WS-CONTACT-FILE)
               FROM(CONTACT-LOG-REC)
               NOHANDLE
               RESP(WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
              MOVE 'FOLLOW-UP MARKED DONE'
                                       TO CLMMSGO
           ELSE
              MOVE 'CONTACT COULD NOT BE UPDATED - TRY AGAIN'
                                       TO CLMMSGO
           END-IF.

       2200-EXIT.
           EXIT.

       2900-SEND-SCREEN.

           IF WS-CA-KEY-VALUE NOT = SPACE
              MOVE WS-CA-KEY-VALUE     TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
              MOVE MH-VALUE-OUT        TO CLMHICO
           END-IF.

           MOVE TG-BANNER              TO CLMTRNO
           EXEC CICS SEND MAP('CNTLMAP')
               FROM     (CNTLMAPO)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *****************************************************************
      *  ONE PAGE OF THE BENEFICIARY'S CONTACTS, NEWEST FIRST - A      *
      *  BACKWARD BROWSE FROM WS-LIST-KEY WITHIN THE HIC (HIGH-VALUES  *
      *  FOR THE NEWEST). ROWS OF A HIGHER HIC, WHERE THE BROWSE LANDS *
      *  WHEN THIS HIC'S RANGE IS NOT THE LAST ON FILE, ARE STEPPED    *
      *  OVER; THE FIRST LOWER ONE ENDS IT. THE KEY OF THE FIRST       *
      *  CONTACT PAST THE PAGE IS KEPT FOR PF8.                        *
      *****************************************************************
       3000-LIST-CONTACTS.

           MOVE HIGH-VALUES            TO WS-CA-LIST-NEXT.
           MOVE SPACE                  TO WS-CA-ROW-KEY (1)
                                          WS-CA-ROW-KEY (2)
                                          WS-CA-ROW-KEY (3)
                                          WS-CA-ROW-KEY (4)
                                          WS-CA-ROW-KEY (5)
                                          WS-CA-ROW-KEY (6).
           MOVE ZERO                   TO WS-ROW-COUNT.

           IF WS-LIST-KEY = HIGH-VALUES
              MOVE WS-CA-KEY-VALUE     TO CL-RRB-HIC
              MOVE HIGH-VALUES         TO CL-CONTACT-STAMP
           ELSE
              MOVE WS-LIST-KEY         TO CL-KEY
           END-IF.

           EXEC CICS STARTBR FILE(WS-CONTACT-FILE)
               RIDFLD   (CL-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NOTFND)
              MOVE HIGH-VALUES         TO CL-KEY
              EXEC CICS STARTBR FILE(WS-CONTACT-FILE)
                  RIDFLD   (CL-KEY)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
           END-IF.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              IF CLMMSGO = LOW-VALUES
                 MOVE 'UNABLE TO READ THE CONTACT LOG'
                                       TO CLMMSGO
              END-IF
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                    TO WS-BROWSE-DONE.

           PERFORM 3100-BROWSE-ONE-CONTACT
              THRU 3100-EXIT
             UNTIL BROWSE-DONE.

           EXEC CICS ENDBR FILE(WS-CONTACT-FILE)
               NOHANDLE
           END-EXEC.

           MOVE SPACE                  TO ACCESS-LOG-REC.
           MOVE 'R'                    TO AC-ID-TYPE.
           MOVE WS-CA-KEY-VALUE        TO AC-IDENTIFIER.
           IF WS-ROW-COUNT = ZERO
              MOVE 'N'                 TO AC-RESULT
           ELSE
              MOVE 'F'                 TO AC-RESULT
           END-IF.
           PERFORM 7300-LOG-ACCESS
              THRU 7300-EXIT.

           IF  WS-ROW-COUNT = ZERO
           AND CLMMSGO = LOW-VALUES
               MOVE 'NO CONTACTS LOGGED FOR THIS BENEFICIARY'
                                       TO CLMMSGO
           END-IF.

       3000-EXIT.
           EXIT.

       3100-BROWSE-ONE-CONTACT.

           EXEC CICS READPREV FILE(WS-CONTACT-FILE)
               INTO     (CONTACT-LOG-REC)
               RIDFLD   (CL-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
           OR CL-RRB-HIC < WS-CA-KEY-VALUE
              MOVE 'Y'                 TO WS-BROWSE-DONE
              GO TO 3100-EXIT
           END-IF.

           IF CL-RRB-HIC > WS-CA-KEY-VALUE
              GO TO 3100-EXIT
           END-IF.

           IF WS-ROW-COUNT = 6
              MOVE CL-KEY              TO WS-CA-LIST-NEXT
              MOVE 'Y'                 TO WS-BROWSE-DONE
              GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-ROW-COUNT.
           PERFORM 3200-BUILD-ONE-ROW
              THRU 3200-EXIT.

       3100-EXIT.
           EXIT.

      *    FORMATS ONE CONTACT ROW AND REMEMBERS ITS KEY IN THE
      *    COMMAREA SLOT FOR A FOLLOW-UP-DONE MARK. AN OPEN FOLLOW-UP
      *    SHOWS * AFTER ITS DATE, A DONE ONE SHOWS D.

       3200-BUILD-ONE-ROW.

           MOVE CL-KEY                 TO
                WS-CA-ROW-KEY (WS-ROW-COUNT).

           MOVE SPACE                  TO WS-ROW-BUILD.
           MOVE WS-ROW-COUNT           TO WS-ROW-NUMBER.
           MOVE CL-CONTACT-STAMP (1:8) TO WS-ROW-DATE.
           MOVE CL-CONTACT-STAMP (9:4) TO WS-ROW-TIME.
           MOVE CL-CALLER-TYPE         TO WS-ROW-CALLER.
           MOVE CL-CHANNEL             TO WS-ROW-CHANNEL.
           MOVE CL-SUBJECT             TO WS-ROW-SUBJECT.
           MOVE CL-CLERK-ID            TO WS-ROW-CLERK.
           MOVE CL-FOLLOWUP-DATE       TO WS-ROW-FOLLOWUP.

           EVALUATE TRUE
             WHEN CL-FOLLOWUP-OPEN
               MOVE '*'                TO WS-ROW-FUP-STATUS
             WHEN CL-FOLLOWUP-DONE
               MOVE 'D'                TO WS-ROW-FUP-STATUS
             WHEN OTHER
               MOVE SPACE              TO WS-ROW-FUP-STATUS
           END-EVALUATE.

           MOVE CL-NOTE (1:28)         TO WS-ROW-NOTE.

           EVALUATE WS-ROW-COUNT
             WHEN 1 MOVE WS-ROW-BUILD  TO CLMROW1O
             WHEN 2 MOVE WS-ROW-BUILD  TO CLMROW2O
             WHEN 3 MOVE WS-ROW-BUILD  TO CLMROW3O
             WHEN 4 MOVE WS-ROW-BUILD  TO CLMROW4O
             WHEN 5 MOVE WS-ROW-BUILD  TO CLMROW5O
             WHEN 6 MOVE WS-ROW-BUILD  TO CLMROW6O
           END-EVALUATE.

       3200-EXIT.
           EXIT.

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
               TRANSID(WS-THIS-TRANS)
               COMMAREA(WS-COM-AREA)
               LENGTH(COMM-AREA-LENGTH)
           END-EXEC.

      *    ONE ACCESS RECORD PER LISTING - THE CALLER HAS ALREADY SET
      *    THE ID TYPE, THE IDENTIFIER AND THE RESULT.

       7300-LOG-ACCESS.

           MOVE WS-SIGNED-ON-USER      TO AC-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO AC-TIMESTAMP.
           MOVE EIBTRMID               TO AC-TERMINAL.
           MOVE WS-THIS-TRANS          TO AC-TRANS.
           MOVE 'CNTLENT '             TO AC-PROGRAM.
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

       8800-SESSION-TIMEOUT.

           MOVE 'CNTLENT '             TO WS-AUD-PROGRAM.
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

           MOVE LOW-VALUES             TO CNTLMAPO.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO CLMMSGO.

           MOVE TG-BANNER              TO CLMTRNO
           EXEC CICS SEND MAP('CNTLMAP')
               FROM     (CNTLMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

      *    NO COMMAREA ON THE RETURN - THE NEXT INTERACTION STARTS
      *    THE MENU FRESH.

           EXEC CICS RETURN
               TRANSID(WS-MENU-TRANS)
           END-EXEC.

      *    PF3 / CLEAR - BACK TO THE INQUIRY SCREEN THAT TRANSFERRED
      *    IN (IT STARTS FRESH, WITH NO COMMAREA), OR END THE TASK
      *    WHEN THIS SCREEN WAS STARTED ON ITS OWN.

       9900-EXIT-SYSTEM.

           IF  WS-CA-SOURCE-PGM NOT = SPACE
           AND WS-CA-SOURCE-PGM NOT = 'CNTLENT '
               EXEC CICS XCTL
                   PROGRAM  (WS-CA-SOURCE-PGM)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
           END-IF.

           EXEC CICS RETURN
           END-EXEC.
