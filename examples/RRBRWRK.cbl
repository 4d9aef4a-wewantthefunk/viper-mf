      * BUILD ROLLS, SO EVERY TRANSMISSION WE EVER CUT IS UNIQUELY
      * NUMBERED. EACH RESENT RECORD IS RESET TO PENDING WITH A FRESH
      * SENT DATE AND A BUMPED ATTEMPT COUNT - THE SSA SIDE OWES US A
      * FRESH ANSWER. PAST THE SITE'S MBICUTOVER DATE A RESEND WHOSE
      * CROSSWALK RECORD CARRIES A VALID MBI GOES OUT IN RRBXMIT'S
      * MBI-PRIMARY XM FORM, THE REST AS XD, WITH THE XB SPLIT
      * COUNTS RRBXMIT WRITES. EACH RESEND IS RECORDED AS A PRIVACY
      * ACT DISCLOSURE TO SSA THROUGH DSCLWRT (MECHANISM 'XR').

       ENVIRONMENT DIVISION.

           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       FD  HIC-XREF-FILE.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       SD  SORT-WORK-1
           RECORD 49.
           05  SORT-ATTEMPTS       PIC 9(02).
           05  SORT-ORIG-SSA-HIC   PIC X(11).

      *    SAME 50-BYTE ENVELOPE RECORDS RRBXMIT WRITES, SO THE SSA
      *    INTAKE AND OUR OWN BALANCING READ BOTH FILES WITH ONE
      *    LAYOUT.

       FD  XMIT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-REC                PIC X(50).

       01  XMIT-HEADER-REC REDEFINES XMIT-REC.
           05  XH-RECORD-TYPE      PIC X(02).
      *    EACH GROUP AND THE ENVELOPE.

           05  XH-HASH-IND         PIC X(01).
           05  XH-FORMAT-IND       PIC X(01).
           05  FILLER              PIC X(33).

       01  XMIT-DETAIL-REC REDEFINES XMIT-REC.
           05  XD-RECORD-TYPE      PIC X(02).

      *    SSA'S NEWER DETAIL SPEC - SPACES ON A RETRANSMISSION,
      *    SINCE THE ACKNOWLEDGMENT MASTER THIS SWEEP BUILDS FROM
      *    CARRIES NO ENTITLEMENT DATE, CLAIM TYPE, BENEFICIARY TYPE
      *    OR BIRTH DATE; SSA MATCHES A RESEND ON THE IDENTIFIERS.

           05  XD-ENT-DATE         PIC X(08).
           05  XD-CLAIM-TYPE       PIC X(02).
           05  FILLER              PIC X(02).
           05  XD-BENE-TYPE        PIC X(02).
           05  XD-BIRTH-DATE       PIC X(08).

      *    RRBXMIT'S MBI-PRIMARY DETAIL - THE MBI LEADS AND THE SSA
      *    HIC RIDES IN THE XD-SSA-MBI POSITION.

       01  XMIT-MBI-DETAIL-REC REDEFINES XMIT-REC.
           05  XMD-RECORD-TYPE     PIC X(02).
           05  XMD-SSA-MBI         PIC X(11).
           05  XMD-BIC             PIC X(02).
           05  XMD-SSA-HIC         PIC X(11).
           05  XMD-ATTEMPTS        PIC 9(02).
           05  XMD-ENT-DATE        PIC X(08).
           05  XMD-CLAIM-TYPE      PIC X(02).
           05  FILLER              PIC X(02).
           05  XMD-BENE-TYPE       PIC X(02).
           05  XMD-BIRTH-DATE      PIC X(08).

       01  XMIT-BIC-REC REDEFINES XMIT-REC.
           05  XB-RECORD-TYPE      PIC X(02).
      *    INTACT NO LONGER SAILS THROUGH.

           05  XB-HASH             PIC 9(12).
           05  XB-LEGACY-COUNT     PIC 9(07).
           05  XB-MBI-COUNT        PIC 9(07).
           05  FILLER              PIC X(13).

       01  XMIT-TRAILER-REC REDEFINES XMIT-REC.
           05  XT-RECORD-TYPE      PIC X(02).
      *    ARITHMETIC AS XB-HASH.

           05  XT-HASH             PIC 9(12).
           05  FILLER              PIC X(27).

       FD  XMIT-SEQ-FILE
           RECORD CONTAINS 4 CHARACTERS.
           05  WS-DETAILS-WRITTEN      PIC 9(07)  VALUE ZERO.
           05  WS-BIC-GROUPS           PIC 9(02)  VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-GROUP-LEGACY         PIC 9(07)  VALUE ZERO.
           05  WS-GROUP-MBI            PIC 9(07)  VALUE ZERO.
           05  WS-DETAILS-LEGACY       PIC 9(07)  VALUE ZERO.
           05  WS-DETAILS-MBI          PIC 9(07)  VALUE ZERO.

       01  WS-OVERDUE-DAYS         PIC 9(03)  VALUE 010.


       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

      *    THE MBI-PRIMARY CUTOVER, AS RRBXMIT READS IT. THE DEFAULT
      *    DATE NEVER ARRIVES, SO NO SITEPARM ROW MEANS LEGACY.

       01  WS-MBI-CUTOVER-DATE     PIC X(08)  VALUE '99999999'.
       01  WS-MBI-PRIMARY-SWITCH   PIC X(01)  VALUE 'N'.
           88  MBI-PRIMARY-ACTIVE             VALUE 'Y'.
       01  WS-PRIMARY-MBI          PIC X(11)  VALUE SPACE.

      *    PARAMETERS FOR GETPARM - SAME LAYOUT AS GETPARM'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-GETPARM-PARAMETERS.
           05  PM-NAME                 PIC  X(12).
           05  PM-DEFAULT              PIC  X(16).
           05  PM-VALUE                PIC  X(16).
           05  PM-NUMERIC-VALUE        PIC  9(12).
           05  PM-SOURCE               PIC  X(01).
           05  PM-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

      *    HASH-TOTAL WORK FIELDS - SAME ARITHMETIC AS RRBXMIT'S.

       01  WS-HASH-DIGITS          PIC 9(08)  VALUE ZERO.
           05  WS-RPT-BIC          PIC X(02).
           05  FILLER              PIC X(08)  VALUE '  COUNT '.
           05  WS-RPT-BIC-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  HIC FORM '.
           05  WS-RPT-BIC-LEGACY   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  MBI FORM '.
           05  WS-RPT-BIC-MBI      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(21)  VALUE SPACE.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER              PIC X(16)  VALUE 'TOTAL RESENDS   '.
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR DSCLWRT - SAME LAYOUT AS DSCLWRT'S OWN
      *    LINKAGE SECTION. EVERY RESEND IS A DISCLOSURE TO SSA.

       01  WS-DSCLWRT-PARAMETERS.
           05  DW-FUNCTION             PIC  X(01).
           05  DW-RRB-HIC              PIC  X(12).
           05  DW-SSA-HIC              PIC  X(11).
           05  DW-DISC-DATE            PIC  X(08).
           05  DW-MECHANISM            PIC  X(02).
           05  DW-RECIPIENT            PIC  X(12).
           05  DW-REFERENCE            PIC  X(12).
           05  DW-PURPOSE              PIC  X(03).
           05  DW-SOURCE-PGM           PIC  X(08).
           05  DW-RESULT               PIC  X(01).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
                   FUNCTION INTEGER-OF-DATE
                                   (FUNCTION NUMVAL (WS-TRANS-DATE)).

      *    THE MBI-PRIMARY CUTOVER FROM SITEPARM, JUDGED AGAINST THE
      *    TRANSMISSION DATE. A ROW THAT IS NOT A DATE KEEPS LEGACY.

           MOVE 'MBICUTOVER  '        TO PM-NAME.
           MOVE '99999999'            TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-VALUE (1:8) NUMERIC
              MOVE PM-VALUE (1:8)     TO WS-MBI-CUTOVER-DATE
           ELSE
              DISPLAY 'RRBRWRK,MBICUTOVER NOT A DATE,'
                      'LEGACY FORM KEPT'
           END-IF.
           IF WS-TRANS-DATE NOT < WS-MBI-CUTOVER-DATE
              MOVE 'Y'                TO WS-MBI-PRIMARY-SWITCH
           END-IF.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
           MOVE WS-SEQUENCE           TO XH-SEQUENCE.
           MOVE 'R'                   TO XH-RETRANS-IND.
           MOVE 'H'                   TO XH-HASH-IND.
           IF MBI-PRIMARY-ACTIVE
              MOVE 'M'                TO XH-FORMAT-IND
           END-IF.
           WRITE XMIT-REC.

           MOVE WS-TRANS-DATE         TO WS-RPT-DATE.
                      MOVE 'N'         TO WS-FIRST-DETAIL
                      MOVE SORT-BIC    TO WS-CURRENT-BIC
                      MOVE ZERO        TO WS-GROUP-COUNT
                      MOVE ZERO        TO WS-GROUP-LEGACY
                      MOVE ZERO        TO WS-GROUP-MBI
                      MOVE ZERO        TO WS-GROUP-HASH
                   END-IF
                   PERFORM 3200-RESET-MASTER-RECORD
                      THRU 3200-EXIT
                   PERFORM 3300-CHOOSE-DETAIL-FORM
                      THRU 3300-EXIT
                   MOVE SPACE          TO XMIT-REC
                   IF WS-PRIMARY-MBI NOT = SPACE
                      MOVE 'XM'        TO XMD-RECORD-TYPE
                      MOVE WS-PRIMARY-MBI
                                       TO XMD-SSA-MBI
                      MOVE SORT-SSA-HIC
                                       TO XMD-SSA-HIC
                      MOVE SORT-BIC    TO XMD-BIC
                      ADD 1            TO WS-GROUP-MBI
                      ADD 1            TO WS-DETAILS-MBI
                   ELSE
                      MOVE 'XD'        TO XD-RECORD-TYPE
                      MOVE SORT-SSA-HIC
                                       TO XD-SSA-HIC
                      MOVE SORT-BIC    TO XD-BIC
                      MOVE SORT-SSA-MBI
                                       TO XD-SSA-MBI
                      ADD 1            TO WS-GROUP-LEGACY
                      ADD 1            TO WS-DETAILS-LEGACY
                   END-IF
      *    THE DETAIL CARRIES THE PROSPECTIVE COUNT - THIS SEND -
      *    MATCHING WHAT THE MASTER IS RESET TO, THE SAME CONVENTION
      *    AS RRBXMIT'S 3200-FETCH-ACK-VALUES. THE ATTEMPT AND
      *    ENRICHMENT POSITIONS ARE THE SAME IN BOTH FORMS.
                   COMPUTE XD-ATTEMPTS = SORT-ATTEMPTS + 1
                   MOVE SPACE          TO XD-ENT-DATE
                                          XD-CLAIM-TYPE
                                          XD-BENE-TYPE
                                          XD-BIRTH-DATE
                   WRITE XMIT-REC
                   PERFORM 3400-RECORD-DISCLOSURE
                      THRU 3400-EXIT
                   IF SORT-SSA-HIC (2:8) NUMERIC
                      MOVE SORT-SSA-HIC (2:8)
                                       TO WS-HASH-DIGITS
               MOVE WS-CURRENT-BIC     TO XB-BIC
               MOVE WS-GROUP-COUNT     TO XB-COUNT
               MOVE WS-GROUP-HASH      TO XB-HASH
               MOVE WS-GROUP-LEGACY    TO XB-LEGACY-COUNT
               MOVE WS-GROUP-MBI       TO XB-MBI-COUNT
               WRITE XMIT-REC
               ADD 1                   TO WS-BIC-GROUPS

               MOVE WS-CURRENT-BIC     TO WS-RPT-BIC
               MOVE WS-GROUP-COUNT     TO WS-RPT-BIC-COUNT
               MOVE WS-GROUP-LEGACY    TO WS-RPT-BIC-LEGACY
               MOVE WS-GROUP-MBI       TO WS-RPT-BIC-MBI
               MOVE WS-RPT-BIC-LINE    TO RWRK-RPT-REC
               WRITE RWRK-RPT-REC
           END-IF.
               MOVE SPACE             TO AK-ACK-DATE
               MOVE SORT-SSA-MBI      TO AK-SSA-MBI
               COMPUTE AK-ATTEMPTS = SORT-ATTEMPTS + 1
               MOVE SPACE             TO AK-REPLACE-FLAG
               WRITE ACK-MASTER-REC
               MOVE 'W'               TO MJ-ACTION
               MOVE ACK-MASTER-REC    TO MJ-RECORD-IMAGE
       3200-EXIT.
           EXIT.

      *    PAST THE CUTOVER, A RESEND WHOSE CROSSWALK MBI PASSES
      *    MBIEDIT GOES OUT MBI-PRIMARY; ANYTHING ELSE STAYS LEGACY.

       3300-CHOOSE-DETAIL-FORM.

           MOVE SPACE                 TO WS-PRIMARY-MBI.

           IF NOT MBI-PRIMARY-ACTIVE
           OR SORT-SSA-MBI = SPACE
              GO TO 3300-EXIT
           END-IF.

           MOVE SORT-SSA-MBI          TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF ME-MBI-VALID
              MOVE SORT-SSA-MBI       TO WS-PRIMARY-MBI
           END-IF.

       3300-EXIT.
           EXIT.

      *    THE RESEND IS A PRIVACY ACT DISCLOSURE TO SSA IN ITS OWN
      *    RIGHT, RECORDED UNDER THE RETRANSMISSION'S SEQUENCE.

       3400-RECORD-DISCLOSURE.

           MOVE 'W'                   TO DW-FUNCTION.
           MOVE SORT-RRB-HIC          TO DW-RRB-HIC.
           MOVE SORT-SSA-HIC          TO DW-SSA-HIC.
           MOVE WS-TRANS-DATE         TO DW-DISC-DATE.
           MOVE 'XR'                  TO DW-MECHANISM.
           MOVE 'SSA'                 TO DW-RECIPIENT.
           MOVE WS-SEQUENCE           TO DW-REFERENCE.
           MOVE 'ENT'                 TO DW-PURPOSE.
           MOVE 'RRBRWRK '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       3400-EXIT.
           EXIT.

       8000-TERMINATE.

           IF NOT SETUP-FAILED
              WRITE RWRK-RPT-REC
              CLOSE XMIT-FILE
                    RWRK-RPT-FILE
              MOVE 'C'                TO DW-FUNCTION
              MOVE 'RRBRWRK '         TO DW-SOURCE-PGM
              CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS
           END-IF.
           IF AK-FILE-STATUS = '00' OR AK-FILE-STATUS = '10'
              CLOSE ACK-MASTER-FILE
                   WS-HIC-CORRECTED.
           DISPLAY 'RRBRWRK,DETAILS RETRANSMITTED,'
                   WS-DETAILS-WRITTEN.
           DISPLAY 'RRBRWRK,LEGACY (XD) DETAILS,'
                   WS-DETAILS-LEGACY.
           DISPLAY 'RRBRWRK,MBI-PRIMARY (XM) DETAILS,'
                   WS-DETAILS-MBI.
           DISPLAY 'RRBRWRK,SEQUENCE,' WS-SEQUENCE.

           MOVE 'RRBRWRK '            TO RL-PROGRAM.
