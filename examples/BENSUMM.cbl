       ID DIVISION.
       PROGRAM-ID.    BENSUMM.

      *    ONLINE BENEFICIARY SUMMARY TRANSACTION (MENE, STARTED OFF
      *    THE MENUMAP MENU VIA PF8). A CLERK ANSWERING ONE PHONE
      *    CALL USED TO WALK THROUGH HICINQ, SSAINQ, MBIINQ, ACKINQ
      *    AND OUTCINQ IN TURN, RE-KEYING THE SAME BENEFICIARY EACH
      *    TIME. HERE THE CLERK KEYS ANY ONE IDENTIFIER - RRB HIC (R),
      *    SSA HIC (S) OR MBI (M) - AND ONE SCREEN SHOWS:
      *
      *      - THE CROSSWALK RECORD, FIRST AND LAST SEEN, THE
      *        MISMATCH FLAG AND THE TERMINATION STATUS,
      *      - THE SSA ACKNOWLEDGMENT STATUS AND ATTEMPT COUNT,
      *      - THE CURRENT AND PRIOR OUTCOME CATEGORY,
      *      - WHETHER THE BENEFICIARY IS WAITING IN RECYCLE (THE
      *        RCYCMAST COMPANION RCYCLOAD REBUILDS NIGHTLY), AND
      *      - WHETHER AN ACKNOWLEDGMENT IS OPEN FOR REWORK, BY THE
      *        SAME RULE RRBRWRK SWEEPS WITH (REJECTED, OR PENDING
      *        PAST THE ACKCTL WINDOW, TERMINATED BENEFICIARIES
      *        DROPPED).
      *
      *    AN S OR M KEY IS TURNED INTO THE RRB HIC THROUGH THE
      *    SSAXREF / MBIXREF COMPANIONS FIRST; AN MBI IS PUT THROUGH
      *    THE MBIEDIT FORMAT EDIT BEFORE ANY READ, AS ON MBIINQ.
      *    READ-ONLY, VIA EXEC CICS FILE CONTROL, WITH THE SAME
      *    INQSNAP SNAPSHOT SWITCH, MASKHIC MASKING AND IDLECHK
      *    INACTIVITY TIMEOUT AS THE DETAIL SCREENS. A FILE THAT
      *    CANNOT BE READ SAYS UNAVAILABLE ON ITS OWN LINE RATHER
      *    THAN FAILING THE WHOLE SUMMARY.
      *
      *    PF4 (ACKINQ), PF5 (OUTCINQ), PF7 (HICINQ) AND PF8 (SSAINQ)
      *    DRILL INTO THE DETAIL SCREEN FOR THE BENEFICIARY ON THE
      *    SCREEN WITH THE KEY ALREADY FILLED IN (SEE 2500-DRILL-
      *    DOWN). THE FULL KEYS RIDE IN THE COMMAREA AND ARE NEVER
      *    DISPLAYED FROM THERE. PF9 OPENS THE CNTLENT CONTACT LOG
      *    FOR THE SAME BENEFICIARY (SEE 2600-CONTACT-LOG).
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

      *    THE BENEFICIARY NOW ON THE SCREEN, FULL AND UNMASKED, FOR
      *    THE PF-KEY DRILL-DOWN. SPACES UNTIL A LOOKUP FINDS ONE.

           05  WS-CA-RRB-HIC           PIC X(12)  VALUE SPACE.
           05  WS-CA-SSA-HIC           PIC X(11)  VALUE SPACE.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0038.

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

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'MENE'.

      *    COMMAREA HANDED TO A DETAIL SCREEN ON A DRILL-DOWN PF KEY -
      *    THE DETAIL SCREEN'S OWN 15-BYTE COMMAREA FOLLOWED BY THE
      *    KEY TO LOOK UP. FLAG 'X' TELLS IT THE SUMMARY TRANSFERRED
      *    IN.

       01  WS-DRILL-COM-AREA.
           05  DR-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  DR-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  DR-CA-KEY               PIC X(12)  VALUE SPACE.

       01  WS-DRILL-LENGTH             PIC S9(04) COMP VALUE +0027.

      *    COMMAREA HANDED TO CNTLENT ON PF9 - PKTREQ'S 36-BYTE SHAPE,
      *    CARRYING THIS PROGRAM'S NAME SO PF3 THERE COMES BACK HERE.

       01  WS-CNTLENT-COM-AREA.
           05  CN-CA-FLAG              PIC X(01)  VALUE 'X'.
           05  CN-CA-LAST-STAMP        PIC X(14)  VALUE SPACE.
           05  CN-CA-SOURCE-PGM        PIC X(08)  VALUE 'BENSUMM '.
           05  CN-CA-KEY-TYPE          PIC X(01)  VALUE 'R'.
           05  CN-CA-KEY-VALUE         PIC X(12)  VALUE SPACE.

       01  WS-CNTLENT-LENGTH           PIC S9(04) COMP VALUE +0036.
       01  WS-DRILL-PROGRAM            PIC X(08)  VALUE SPACE.

       01  WS-XREF-FILE                PIC X(08)  VALUE 'HICXREF '.
       01  WS-SSAX-FILE                PIC X(08)  VALUE 'SSAXREF '.
       01  WS-MBIX-FILE                PIC X(08)  VALUE 'MBIXREF '.
       01  WS-ACK-FILE                 PIC X(08)  VALUE 'ACKMAST '.
       01  WS-OUTC-FILE                PIC X(08)  VALUE 'OUTCMAST'.
       01  WS-RCYC-FILE                PIC X(08)  VALUE 'RCYCMAST'.

      *    THE INQUIRY-SNAPSHOT CONTROL RECORD (CICS-DEFINED INQSNAPF
      *    VIEW OF THE INQSNAP DATASET XREFSNAP/XREFAUDT MAINTAIN).
      *    'S' POINTS THE CROSSWALK READS AT THE HICXREFS / SSAXREFS
      *    SNAPSHOTS FOR THE BATCH WINDOW, SO A CLERK NEVER SEES A
      *    HALF-APPLIED SWEEP.

       01  WS-SNAP-FILE                PIC X(08)  VALUE 'INQSNAPF'.

       01  WS-SNAP-CTL-REC.
           05  SN-STATUS               PIC X(01).
           05  SN-TIMESTAMP            PIC X(26).

       01  WS-SNAP-RBA                 PIC S9(08) COMP VALUE ZERO.

      *    THE ACKNOWLEDGMENT AGING WINDOW (CICS-DEFINED ACKCTLF VIEW
      *    OF THE ONE-RECORD ACKCTL KNOB SSAACK AND RRBRWRK AGE WITH,
      *    DAYS, DEFAULT 10 WHEN ABSENT OR NOT NUMERIC).

       01  WS-ACKCTL-FILE              PIC X(08)  VALUE 'ACKCTLF '.
       01  WS-ACKCTL-REC               PIC X(03)  VALUE SPACE.
       01  WS-ACKCTL-RBA               PIC S9(08) COMP VALUE ZERO.
       01  WS-OVERDUE-DAYS             PIC 9(03)  VALUE 010.

       01  WS-SENT-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(07) COMP VALUE ZERO.

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


      *    MIRRORS RRBTOSSA'S HIC-XREF-REC FILE LAYOUT.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  HX-SSA-HIC              PIC  X(11).
           05  HX-SSA-MBI              PIC  X(11).
           05  HX-SSA-BIC              PIC  X(02).
           05  HX-FIRST-SEEN           PIC  X(26).
           05  HX-LAST-SEEN            PIC  X(26).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
               88  HX-ACTIVE                       VALUE SPACE.
               88  HX-DECEASED                     VALUE 'D'.
               88  HX-ENTITLEMENT-TERM             VALUE 'T'.
               88  HX-TRANSFERRED                  VALUE 'X'.
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

      *    MIRRORS SSAXBLD'S SSA-XREF-REC FILE LAYOUT.

       01  SSA-XREF-REC.
           05  SX-SSA-HIC              PIC  X(11).
           05  SX-RRB-HIC              PIC  X(12).
           05  SX-SSA-MBI              PIC  X(11).
           05  SX-SSA-BIC              PIC  X(02).
           05  SX-LAST-SEEN            PIC  X(26).

      *    MIRRORS SSAXBLD'S MBI-XREF-REC FILE LAYOUT.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

      *    MIRRORS SSAACK'S ACK-MASTER-REC FILE LAYOUT.

       01  ACK-MASTER-REC.
           05  AK-SSA-HIC              PIC  X(11).
           05  AK-RRB-HIC              PIC  X(12).
           05  AK-SENT-DATE            PIC  X(08).
           05  AK-ACK-STATUS           PIC  X(01).
               88  AK-PENDING                 VALUE ' '.
               88  AK-ACCEPTED                VALUE 'A'.
               88  AK-REJECTED                VALUE 'R'.
           05  AK-ACK-REASON           PIC  X(03).
           05  AK-ACK-DATE             PIC  X(08).
           05  AK-SSA-MBI              PIC  X(11).
           05  AK-ATTEMPTS             PIC  9(02).
           05  AK-REPLACE-FLAG         PIC  X(01).

      *    MIRRORS RRBRECON'S OUTCOME-MASTER-REC FILE LAYOUT.

       01  OUTCOME-MASTER-REC.
           05  OM-RRB-HIC          PIC X(12).
           05  OM-CURRENT.
               10  OM-CUR-SSA-HIC      PIC X(11).
               10  OM-CUR-STATUS-IN    PIC X(02).
               10  OM-CUR-STATUS-CAT   PIC X(02).
               10  OM-CUR-CONV-RESULT  PIC X(01).
               10  OM-CUR-STAT-RET-CD  PIC X(01).
               10  OM-CUR-RUN-DATE     PIC X(08).
           05  OM-PRIOR.
               10  OM-PRI-SSA-HIC      PIC X(11).
               10  OM-PRI-STATUS-IN    PIC X(02).
               10  OM-PRI-STATUS-CAT   PIC X(02).
               10  OM-PRI-CONV-RESULT  PIC X(01).
               10  OM-PRI-STAT-RET-CD  PIC X(01).
               10  OM-PRI-RUN-DATE     PIC X(08).

      *    MIRRORS RCYCLOAD'S RECYCLE-MAST-REC FILE LAYOUT.

       01  RECYCLE-MAST-REC.
           05  RM-RRB-HIC              PIC  X(12).
           05  RM-ATTEMPTS             PIC  9(02).
           05  RM-FIRST-REJ-DATE       PIC  X(08).
           05  RM-SOURCE               PIC  X(03).

       COPY BSUMMAP.

      *    THE SUMMARY LINES, EACH FORMATTED FOR ITS 70-BYTE SCREEN
      *    FIELD.

       01  WS-LINE-1.
           05  FILLER              PIC X(09)  VALUE 'RRB HIC: '.
           05  WS-L1-RRB-HIC       PIC X(12).
           05  FILLER              PIC X(11)  VALUE '  SSA HIC: '.
           05  WS-L1-SSA-HIC       PIC X(11).
           05  FILLER              PIC X(05)  VALUE ' BIC '.
           05  WS-L1-BIC           PIC X(02).
           05  FILLER              PIC X(07)  VALUE '  MBI: '.
           05  WS-L1-MBI           PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACE.

       01  WS-LINE-2.
           05  FILLER              PIC X(12)  VALUE 'FIRST SEEN: '.
           05  WS-L2-FIRST         PIC X(08).
           05  FILLER              PIC X(14)  VALUE
               '   LAST SEEN: '.
           05  WS-L2-LAST          PIC X(08).
           05  FILLER              PIC X(18)  VALUE
               '   MISMATCH FLAG: '.
           05  WS-L2-MISMATCH      PIC X(01).
           05  FILLER              PIC X(09)  VALUE SPACE.

       01  WS-LINE-3.
           05  FILLER              PIC X(13)  VALUE 'TERMINATION: '.
           05  WS-L3-WORD          PIC X(22).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-L3-DATE          PIC X(08).
           05  FILLER              PIC X(26)  VALUE SPACE.

       01  WS-LINE-4.
           05  FILLER              PIC X(09)  VALUE 'SSA ACK: '.
           05  WS-L4-WORD          PIC X(20).
           05  FILLER              PIC X(06)  VALUE ' SENT '.
           05  WS-L4-SENT          PIC X(08).
           05  FILLER              PIC X(11)  VALUE '  ATTEMPTS '.
           05  WS-L4-ATTEMPTS      PIC Z9.
           05  FILLER              PIC X(09)  VALUE '  REASON '.
           05  WS-L4-REASON        PIC X(03).
           05  FILLER              PIC X(02)  VALUE SPACE.

       01  WS-LINE-5.
           05  FILLER              PIC X(21)  VALUE
               'OUTCOME CURRENT CAT: '.
           05  WS-L5-CUR-CAT       PIC X(02).
           05  FILLER              PIC X(05)  VALUE ' RUN '.
           05  WS-L5-CUR-RUN       PIC X(08).
           05  FILLER              PIC X(14)  VALUE
               '   PRIOR CAT: '.
           05  WS-L5-PRI-CAT       PIC X(02).
           05  FILLER              PIC X(05)  VALUE ' RUN '.
           05  WS-L5-PRI-RUN       PIC X(08).
           05  FILLER              PIC X(05)  VALUE SPACE.

       01  WS-LINE-6.
           05  FILLER              PIC X(29)  VALUE
               'RECYCLE: WAITING - ATTEMPTS '.
           05  WS-L6-ATTEMPTS      PIC Z9.
           05  FILLER              PIC X(17)  VALUE
               '  FIRST REJECTED '.
           05  WS-L6-FIRST-REJ     PIC X(08).
           05  FILLER              PIC X(09)  VALUE '  SOURCE '.
           05  WS-L6-SOURCE        PIC X(03).
           05  FILLER              PIC X(02)  VALUE SPACE.

       01  WS-LINE-7-REJECTED.
           05  FILLER              PIC X(41)  VALUE
               'REWORK:  OPEN - REJECTED BY SSA, REASON '.
           05  WS-L7-REASON        PIC X(03).
           05  FILLER              PIC X(26)  VALUE SPACE.

       01  WS-LINE-7-OVERDUE.
           05  FILLER              PIC X(24)  VALUE
               'REWORK:  OPEN - PENDING '.
           05  WS-L7-AGE           PIC ZZZ9.
           05  FILLER              PIC X(26)  VALUE
               ' DAYS, PAST THE WINDOW OF '.
           05  WS-L7-WINDOW        PIC ZZ9.
           05  FILLER              PIC X(13)  VALUE ' DAYS'.

       01  WS-PF-LEGEND.
           05  FILLER              PIC X(24)  VALUE
               'PF4 ACKINQ  PF5 OUTCINQ '.
           05  FILLER              PIC X(25)  VALUE
               ' PF7 HICINQ  PF8 SSAINQ  '.
           05  FILLER              PIC X(21)  VALUE
               'PF9 CONTACTS PF3 EXIT'.


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

       01  DFHCOMMAREA                 PIC X(38).

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
               IF EIBAID EQUAL DFHPF4
               OR EIBAID EQUAL DFHPF5
               OR EIBAID EQUAL DFHPF7
               OR EIBAID EQUAL DFHPF8
                   GO TO 2500-DRILL-DOWN
               ELSE
               IF EIBAID EQUAL DFHPF9
                   GO TO 2600-CONTACT-LOG
               ELSE
                   GO TO 2000-RECEIVE-AND-LOOKUP
           ELSE
               GO TO 1000-FIRST-TIME.

       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO BSUMMAPO.

      *    THE O-SIDE IS A REDEFINES OF THE I-SIDE MAP AREA, SO THE
      *    LOW-VALUES CLEAR ABOVE ALSO WIPED THE LABELS' COMPILE-TIME
      *    VALUE TEXT - MOVE THE LITERALS DIRECTLY INTO THE O-SIDE
      *    FIELDS, THE SAME SAFE PATTERN COMPL004'S 1000-FIRST-TIME
      *    USES.

           MOVE 'BENEFICIARY SUMMARY'  TO BSMTITLO.
           MOVE 'KEY TYPE (R/S/M) / KEY: '
                                       TO BSMLBL1O.
           MOVE WS-PF-LEGEND           TO BSMPFKO.

           MOVE TG-BANNER              TO BSMTRNO
           EXEC CICS SEND MAP('BSUMMAP')
               FROM     (BSUMMAPI)
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

           EXEC CICS RECEIVE MAP('BSUMMAP')
               INTO     (BSUMMAPI)
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO BSMLIN1O
                                          BSMLIN2O
                                          BSMLIN3O
                                          BSMLIN4O
                                          BSMLIN5O
                                          BSMLIN6O
                                          BSMLIN7O
                                          WS-CA-RRB-HIC
                                          WS-CA-SSA-HIC.

           MOVE ZERO                   TO WS-SNAP-RBA.

           EXEC CICS READ FILE(WS-SNAP-FILE)
               INTO     (WS-SNAP-CTL-REC)
               RIDFLD   (WS-SNAP-RBA)
               RBA
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND SN-STATUS = 'S'
               MOVE 'HICXREFS'         TO WS-XREF-FILE
               MOVE 'SSAXREFS'         TO WS-SSAX-FILE
           ELSE
               MOVE 'HICXREF '         TO WS-XREF-FILE
               MOVE 'SSAXREF '         TO WS-SSAX-FILE
           END-IF.

      *    A TRAINING SESSION READS THE TRAINING CROSSWALK WHATEVER
      *    THE SNAPSHOT STATUS - THE TRAINING FILES ARE NEVER
      *    MID-REFRESH.

           IF TRAINING-SESSION
               MOVE TG-FILE-NAME (1)   TO WS-XREF-FILE
               MOVE TG-FILE-NAME (2)   TO WS-SSAX-FILE
           END-IF.

           MOVE SPACE                  TO ACCESS-LOG-REC.

      *    TURN WHATEVER WAS KEYED INTO THE RRB HIC THE CROSSWALK
      *    MASTER IS KEYED ON.

           EVALUATE BSMTYPI
             WHEN 'R'
               MOVE 'R'                TO AC-ID-TYPE
               MOVE BSMKEYI            TO AC-IDENTIFIER
               MOVE BSMKEYI            TO HX-RRB-HIC
             WHEN 'S'
               MOVE 'S'                TO AC-ID-TYPE
               MOVE BSMKEYI (1:11)     TO AC-IDENTIFIER
               MOVE BSMKEYI (1:11)     TO SX-SSA-HIC
               EXEC CICS READ FILE(WS-SSAX-FILE)
                   INTO     (SSA-XREF-REC)
                   RIDFLD   (SX-SSA-HIC)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               EVALUATE WS-RETURN-CODE
                 WHEN DFHRESP(NORMAL)
                   MOVE SX-RRB-HIC     TO HX-RRB-HIC
                 WHEN DFHRESP(NOTFND)
                   MOVE 'N'            TO AC-RESULT
                   MOVE 'NOT FOUND - SSA HIC IS NOT ON THE COMPANION'
                                       TO BSMMSGO
                   GO TO 2900-SEND-SUMMARY
                 WHEN OTHER
                   MOVE 'E'            TO AC-RESULT
                   MOVE 'UNABLE TO READ THE SSA HIC COMPANION FILE'
                                       TO BSMMSGO
                   GO TO 2900-SEND-SUMMARY
               END-EVALUATE
             WHEN 'M'
               MOVE BSMKEYI (1:11)     TO ME-MBI
               CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS
               IF NOT ME-MBI-VALID
                   MOVE ME-FAIL-POSITION
                                       TO WS-BAD-MBI-POSITION
                   MOVE WS-BAD-MBI-MSG TO BSMMSGO
                   GO TO 2900-SEND-SUMMARY
               END-IF
               MOVE 'M'                TO AC-ID-TYPE
               MOVE BSMKEYI (1:11)     TO AC-IDENTIFIER
               MOVE BSMKEYI (1:11)     TO MB-SSA-MBI
               EXEC CICS READ FILE(WS-MBIX-FILE)
                   INTO     (MBI-XREF-REC)
                   RIDFLD   (MB-SSA-MBI)
                   NOHANDLE
                   RESP     (WS-RETURN-CODE)
               END-EXEC
               EVALUATE WS-RETURN-CODE
                 WHEN DFHRESP(NORMAL)
                   MOVE MB-RRB-HIC     TO HX-RRB-HIC
                 WHEN DFHRESP(NOTFND)
                   MOVE 'N'            TO AC-RESULT
                   MOVE 'NOT FOUND - TRY MBI LOOKUP FOR A RETIRED MBI'
                                       TO BSMMSGO
                   GO TO 2900-SEND-SUMMARY
                 WHEN OTHER
                   MOVE 'E'            TO AC-RESULT
                   MOVE 'UNABLE TO READ THE MBI COMPANION FILE'
                                       TO BSMMSGO
                   GO TO 2900-SEND-SUMMARY
               END-EVALUATE
             WHEN OTHER
               MOVE 'KEY TYPE MUST BE R (RRB), S (SSA) OR M (MBI)'
                                       TO BSMMSGO
               GO TO 2900-SEND-SUMMARY
           END-EVALUATE.

           EXEC CICS READ FILE(WS-XREF-FILE)
               INTO     (HIC-XREF-REC)
               RIDFLD   (HX-RRB-HIC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'F'                TO AC-RESULT
             WHEN DFHRESP(NOTFND)
               MOVE 'N'                TO AC-RESULT
               MOVE 'NOT FOUND - NOT ON THE CROSSWALK MASTER'
                                       TO BSMMSGO
               GO TO 2900-SEND-SUMMARY
             WHEN OTHER
               MOVE 'E'                TO AC-RESULT
               MOVE 'UNABLE TO READ THE CROSSWALK MASTER'
                                       TO BSMMSGO
               GO TO 2900-SEND-SUMMARY
           END-EVALUATE.

           MOVE HX-RRB-HIC             TO WS-CA-RRB-HIC.
           MOVE HX-SSA-HIC             TO WS-CA-SSA-HIC.

           PERFORM 2100-FORMAT-CROSSWALK
              THRU 2100-EXIT.

           PERFORM 2200-FORMAT-ACK
              THRU 2200-EXIT.

           PERFORM 2300-FORMAT-OUTCOME
              THRU 2300-EXIT.

           PERFORM 2400-FORMAT-RECYCLE
              THRU 2400-EXIT.

           IF HX-MISMATCH-FLAG = 'Y'
               MOVE 'FOUND - MISMATCH FLAG IS SET'
                                       TO BSMMSGO
           ELSE
               MOVE 'FOUND - PF KEYS SHOW THE DETAIL SCREENS'
                                       TO BSMMSGO
           END-IF.

       2900-SEND-SUMMARY.

      *    A KEY TYPE THAT WAS NOT R, S OR M, OR AN MBI THAT FAILED
      *    THE FORMAT EDIT, LOOKED NOTHING UP - NO ACCESS TO LOG.

           IF AC-RESULT NOT = SPACE
              PERFORM 7300-LOG-ACCESS
                 THRU 7300-EXIT
           END-IF.

           MOVE TG-BANNER              TO BSMTRNO
           EXEC CICS SEND MAP('BSUMMAP')
               FROM     (BSUMMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *    LINES 1-3 - THE CROSSWALK RECORD ITSELF, IDENTIFIERS
      *    MASKED.

       2100-FORMAT-CROSSWALK.

           MOVE HX-RRB-HIC             TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT           TO WS-L1-RRB-HIC.
           MOVE HX-SSA-HIC             TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)    TO WS-L1-SSA-HIC.
           MOVE HX-SSA-BIC             TO WS-L1-BIC.
           MOVE HX-SSA-MBI             TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)    TO WS-L1-MBI.
           MOVE WS-LINE-1              TO BSMLIN1O.

           MOVE HX-FIRST-SEEN (1:8)    TO WS-L2-FIRST.
           MOVE HX-LAST-SEEN (1:8)     TO WS-L2-LAST.
           MOVE HX-MISMATCH-FLAG       TO WS-L2-MISMATCH.
           MOVE WS-LINE-2              TO BSMLIN2O.

           MOVE HX-TERM-DATE           TO WS-L3-DATE.

           EVALUATE TRUE
             WHEN HX-ACTIVE
               MOVE 'ACTIVE'           TO WS-L3-WORD
               MOVE SPACE              TO WS-L3-DATE
             WHEN HX-DECEASED
               MOVE 'DECEASED'         TO WS-L3-WORD
             WHEN HX-ENTITLEMENT-TERM
               MOVE 'ENTITLEMENT TERMINATED'
                                       TO WS-L3-WORD
             WHEN HX-TRANSFERRED
               MOVE 'TRANSFERRED OUT'  TO WS-L3-WORD
             WHEN OTHER
               MOVE SPACE              TO WS-L3-WORD
               MOVE HX-TERM-STATUS     TO WS-L3-WORD (1:1)
           END-EVALUATE.

           MOVE WS-LINE-3              TO BSMLIN3O.

       2100-EXIT.
           EXIT.

      *    LINE 4 - THE SSA ACKNOWLEDGMENT, AND LINE 7 - WHETHER IT
      *    IS OPEN FOR REWORK BY RRBRWRK'S RULE.

       2200-FORMAT-ACK.

           MOVE 'REWORK:  NONE'        TO BSMLIN7O.

           MOVE HX-SSA-HIC             TO AK-SSA-HIC.

           EXEC CICS READ FILE(WS-ACK-FILE)
               INTO     (ACK-MASTER-REC)
               RIDFLD   (AK-SSA-HIC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'SSA ACK: NEVER TRANSMITTED - NOT ON ACKMAST'
                                       TO BSMLIN4O
               GO TO 2200-EXIT
             WHEN OTHER
               MOVE 'SSA ACK: UNAVAILABLE - CANNOT READ ACKMAST'
                                       TO BSMLIN4O
               MOVE 'REWORK:  UNAVAILABLE'
                                       TO BSMLIN7O
               GO TO 2200-EXIT
           END-EVALUATE.

           EVALUATE TRUE
             WHEN AK-ACCEPTED
               MOVE 'ACCEPTED'         TO WS-L4-WORD
             WHEN AK-REJECTED
               MOVE 'REJECTED'         TO WS-L4-WORD
             WHEN OTHER
               MOVE 'PENDING'          TO WS-L4-WORD
           END-EVALUATE.

           MOVE AK-SENT-DATE           TO WS-L4-SENT.
           MOVE AK-ATTEMPTS            TO WS-L4-ATTEMPTS.
           MOVE AK-ACK-REASON          TO WS-L4-REASON.
           MOVE WS-LINE-4              TO BSMLIN4O.

      *    A BENEFICIARY RRBTERM HAS MARKED TERMINATED IS DROPPED BY
      *    THE REWORK RUN, NOT RESENT.

           IF NOT HX-ACTIVE
              IF AK-REJECTED OR AK-PENDING
                 MOVE 'REWORK:  NONE - TERMINATED, NOT RESENT'
                                       TO BSMLIN7O
              END-IF
              GO TO 2200-EXIT
           END-IF.

           IF AK-REJECTED
              MOVE AK-ACK-REASON       TO WS-L7-REASON
              MOVE WS-LINE-7-REJECTED  TO BSMLIN7O
              GO TO 2200-EXIT
           END-IF.

           IF NOT AK-PENDING
           OR AK-SENT-DATE NOT NUMERIC
              GO TO 2200-EXIT
           END-IF.

           PERFORM 2250-READ-ACK-WINDOW
              THRU 2250-EXIT.

           MOVE AK-SENT-DATE           TO WS-SENT-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TODAY-DATE.
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-SENT-DATE).

           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
              MOVE WS-AGE-DAYS         TO WS-L7-AGE
              MOVE WS-OVERDUE-DAYS     TO WS-L7-WINDOW
              MOVE WS-LINE-7-OVERDUE   TO BSMLIN7O
           END-IF.

       2200-EXIT.
           EXIT.

       2250-READ-ACK-WINDOW.

           MOVE 010                    TO WS-OVERDUE-DAYS.
           MOVE ZERO                   TO WS-ACKCTL-RBA.

           EXEC CICS READ FILE(WS-ACKCTL-FILE)
               INTO     (WS-ACKCTL-REC)
               RIDFLD   (WS-ACKCTL-RBA)
               RBA
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND WS-ACKCTL-REC NUMERIC
           AND WS-ACKCTL-REC > ZERO
               MOVE WS-ACKCTL-REC      TO WS-OVERDUE-DAYS
           END-IF.

       2250-EXIT.
           EXIT.

      *    LINE 5 - THE CURRENT AND PRIOR OUTCOME CATEGORY.

       2300-FORMAT-OUTCOME.

           MOVE HX-RRB-HIC             TO OM-RRB-HIC.

           EXEC CICS READ FILE(WS-OUTC-FILE)
               INTO     (OUTCOME-MASTER-REC)
               RIDFLD   (OM-RRB-HIC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE OM-CUR-STATUS-CAT  TO WS-L5-CUR-CAT
               MOVE OM-CUR-RUN-DATE    TO WS-L5-CUR-RUN
               MOVE OM-PRI-STATUS-CAT  TO WS-L5-PRI-CAT
               MOVE OM-PRI-RUN-DATE    TO WS-L5-PRI-RUN
               MOVE WS-LINE-5          TO BSMLIN5O
             WHEN DFHRESP(NOTFND)
               MOVE 'OUTCOME: NONE RECORDED YET'
                                       TO BSMLIN5O
             WHEN OTHER
               MOVE 'OUTCOME: UNAVAILABLE - CANNOT READ OUTCMAST'
                                       TO BSMLIN5O
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *    LINE 6 - WAITING IN RECYCLE FOR A CORRECTED HIC.

       2400-FORMAT-RECYCLE.

           MOVE HX-RRB-HIC             TO RM-RRB-HIC.

           EXEC CICS READ FILE(WS-RCYC-FILE)
               INTO     (RECYCLE-MAST-REC)
               RIDFLD   (RM-RRB-HIC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           EVALUATE WS-RETURN-CODE
             WHEN DFHRESP(NORMAL)
               MOVE RM-ATTEMPTS        TO WS-L6-ATTEMPTS
               MOVE RM-FIRST-REJ-DATE  TO WS-L6-FIRST-REJ
               MOVE RM-SOURCE          TO WS-L6-SOURCE
               MOVE WS-LINE-6          TO BSMLIN6O
             WHEN DFHRESP(NOTFND)
               MOVE 'RECYCLE: NONE'    TO BSMLIN6O
             WHEN OTHER
               MOVE 'RECYCLE: UNAVAILABLE - CANNOT READ RCYCMAST'
                                       TO BSMLIN6O
           END-EVALUATE.

       2400-EXIT.
           EXIT.

      *    PF4/PF5/PF7/PF8 - HAND THE BENEFICIARY ON THE SCREEN TO A
      *    DETAIL SCREEN WITH ITS KEY FILLED IN. THE KEY COMES FROM
      *    THE COMMAREA (FULL, UNMASKED - NEVER DISPLAYED FROM THERE),
      *    SO THE DETAIL IS FOR WHAT THE SUMMARY SHOWED EVEN IF THE
      *    KEY FIELD WAS OVERTYPED SINCE.

       2500-DRILL-DOWN.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           IF WS-CA-RRB-HIC = SPACE
               MOVE LOW-VALUES         TO BSUMMAPO
               MOVE 'LOOK A BENEFICIARY UP FIRST, THEN USE THE PF KEY'
                                       TO BSMMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO DR-CA-LAST-STAMP.
           MOVE SPACE                  TO DR-CA-KEY.

           EVALUATE TRUE
             WHEN EIBAID EQUAL DFHPF4
               MOVE 'ACKINQ  '         TO WS-DRILL-PROGRAM
               MOVE WS-CA-SSA-HIC      TO DR-CA-KEY
             WHEN EIBAID EQUAL DFHPF5
               MOVE 'OUTCINQ '         TO WS-DRILL-PROGRAM
               MOVE WS-CA-RRB-HIC      TO DR-CA-KEY
             WHEN EIBAID EQUAL DFHPF7
               MOVE 'HICINQ  '         TO WS-DRILL-PROGRAM
               MOVE WS-CA-RRB-HIC      TO DR-CA-KEY
             WHEN OTHER
               MOVE 'SSAINQ  '         TO WS-DRILL-PROGRAM
               MOVE WS-CA-SSA-HIC      TO DR-CA-KEY
           END-EVALUATE.

           EXEC CICS XCTL
               PROGRAM  (WS-DRILL-PROGRAM)
               COMMAREA (WS-DRILL-COM-AREA)
               LENGTH   (WS-DRILL-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE LOW-VALUES             TO BSUMMAPO.
           MOVE 'UNABLE TO START THE DETAIL SCREEN'
                                       TO BSMMSGO.

       2590-SEND-MESSAGE.

           MOVE TG-BANNER              TO BSMTRNO
           EXEC CICS SEND MAP('BSUMMAP')
               FROM     (BSUMMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *    PF9 - THE CNTLENT CONTACT LOG FOR THE BENEFICIARY ON THE
      *    SCREEN, BY THE RRB HIC IN THE COMMAREA AS ON A DRILL-DOWN.

       2600-CONTACT-LOG.

           PERFORM 1900-CHECK-IDLE
              THRU 1900-EXIT.

           IF WS-CA-RRB-HIC = SPACE
               MOVE LOW-VALUES         TO BSUMMAPO
               MOVE 'LOOK A BENEFICIARY UP FIRST, THEN USE THE PF KEY'
                                       TO BSMMSGO
               GO TO 2590-SEND-MESSAGE
           END-IF.

           MOVE WS-CA-LAST-STAMP       TO CN-CA-LAST-STAMP.
           MOVE WS-CA-RRB-HIC          TO CN-CA-KEY-VALUE.

           EXEC CICS XCTL
               PROGRAM  ('CNTLENT')
               COMMAREA (WS-CNTLENT-COM-AREA)
               LENGTH   (WS-CNTLENT-LENGTH)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE LOW-VALUES             TO BSUMMAPO.
           MOVE 'UNABLE TO START THE CONTACT LOG SCREEN'
                                       TO BSMMSGO.

           GO TO 2590-SEND-MESSAGE.

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
           MOVE 6                      TO TG-FILE-COUNT.
           MOVE WS-XREF-FILE           TO TG-FILE-NAME (1).
           MOVE WS-SSAX-FILE           TO TG-FILE-NAME (2).
           MOVE WS-MBIX-FILE           TO TG-FILE-NAME (3).
           MOVE WS-ACK-FILE            TO TG-FILE-NAME (4).
           MOVE WS-OUTC-FILE           TO TG-FILE-NAME (5).
           MOVE WS-RCYC-FILE           TO TG-FILE-NAME (6).

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
           MOVE TG-FILE-NAME (2)       TO WS-SSAX-FILE.
           MOVE TG-FILE-NAME (3)       TO WS-MBIX-FILE.
           MOVE TG-FILE-NAME (4)       TO WS-ACK-FILE.
           MOVE TG-FILE-NAME (5)       TO WS-OUTC-FILE.
           MOVE TG-FILE-NAME (6)       TO WS-RCYC-FILE.

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

           MOVE 'BENSUMM '             TO WS-AUD-PROGRAM.
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

           MOVE LOW-VALUES             TO BSUMMAPO.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO BSMMSGO.

           MOVE TG-BANNER              TO BSMTRNO
           EXEC CICS SEND MAP('BSUMMAP')
               FROM     (BSUMMAPI)
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
           MOVE 'BENSUMM '             TO AC-PROGRAM.
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
