       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFEROUT.
       AUTHOR. CHRISTIAN STRAMA.

      * INTER-SITE TRANSFER-OUT. EACH SITE KEEPS ITS OWN HIC
      * CROSSWALK MASTER, ACKMAST AND OUTCMAST, SO A BENEFICIARY
      * WHOSE SERVICING SITE CHANGED USED TO START OVER AT THE NEW
      * SITE - FIRST-SEEN HISTORY, MISMATCH FLAG, TERMINATION STATUS
      * AND THE SSA ACKNOWLEDGMENT TRAIL ALL STAYED BEHIND. THIS JOB
      * TAKES THE LIST OF RRB HICS MOVING TO ONE RECEIVING SITE AND
      * UNLOADS EACH BENEFICIARY'S RECORDS INTO A TRANSFER PACKAGE
      * THAT XFERIN VALIDATES AND LOADS AT THE OTHER END:
      *
      *   XFRHXRF - THE HIC CROSSWALK MASTER RECORD
      *   XFRACKM - THE ACKMAST RECORD UNDER ITS SSA HIC, WHEN IT
      *             BELONGS TO THIS RRB HIC
      *   XFROUTC - THE OUTCMAST RECORD, WHEN THERE IS ONE
      *   XFRMBIH - EVERY MBIHIST RECORD CARRYING THIS RRB HIC
      *             (CURRENT AND RETIRED MBIS ALIKE)
      *
      * EACH RECORD IS A 135-BYTE PORTABLE IMAGE, AS IN DREXPORT, AND
      * THE XFERMAN MANIFEST IS DREXPORT'S 60-BYTE LAYOUT: ONE 'TS'
      * RECORD CARRYING THE SENDING AND RECEIVING SITES, THE
      * BENEFICIARY COUNT, THE PACKAGE SIGNATURE AND THE PACKAGE
      * STAMP, THEN ONE 'FL' RECORD PER FILE WITH ITS RECORD COUNT
      * AND DREXPORT'S KEY-BYTE HASH. THE PACKAGE SIGNATURE FOLDS
      * EVERY FILE'S COUNT AND HASH, THE BENEFICIARY COUNT AND BOTH
      * SITE NUMBERS INTO ONE TWELVE-DIGIT FIGURE; XFERIN RECOMPUTES
      * IT AND PRINTS IT, SO THE TWO SITES' LISTINGS CAN BE CHECKED
      * AGAINST EACH OTHER BEFORE THEY ARE SIGNED.
      *
      * LIST RECORD (XFERLST): RRB HIC(12), RECEIVING SITE(2). ONE
      * PACKAGE GOES TO ONE SITE - THE FIRST ACCEPTED RECORD NAMES
      * IT, AND A RECORD NAMING ANY OTHER IS REFUSED. THIS SITE'S
      * OWN NUMBER IS SITEPARM SITENO (THROUGH GETPARM); WITHOUT A
      * VALID SITENO ROW NOTHING IS PACKAGED, SINCE A PACKAGE WITH
      * THE WRONG SENDER ON IT WOULD BE REFUSED AT THE OTHER END.
      *
      * THE OLD SITE'S RECORDS ARE MARKED, NEVER DELETED, ONCE THE
      * WHOLE PACKAGE AND ITS MANIFEST ARE WRITTEN - A RUN THAT DIES
      * PART WAY LEAVES NOTHING MARKED:
      *
      *   HICXREF  - HX-TERM-STATUS 'X', HX-TERM-DATE THE TRANSFER
      *              DATE. EVERY PROGRAM THAT SKIPS A TERMINATED
      *              BENEFICIARY SKIPS A TRANSFERRED ONE THE SAME WAY.
      *   ACKMAST  - AK-ACK-STATUS 'X'. THE REASON AND DATE STAY, SO
      *              THE OLD SITE STILL SHOWS THE LAST ANSWER; A LATE
      *              SSA ACKNOWLEDGMENT IS NOT POSTED OVER IT (SSAACK
      *              CLASS 'T').
      *   OUTCMAST - THE CURRENT OUTCOME SET MOVES TO PRIOR AND THE
      *              NEW CURRENT SET CARRIES CONVERSION RESULT 'X' AND
      *              THE TRANSFER DATE.
      *
      * EVERY REWRITE IS JOURNALED. MBIHIST IS READ ONLY HERE - THE
      * HISTORY OF AN MBI DOES NOT CHANGE BECAUSE THE BENEFICIARY
      * MOVED. THE SSAXREF AND MBIXREF COMPANIONS ARE NOT PACKAGED;
      * SSAXBLD REBUILDS THEM FROM THE CROSSWALK AT EACH SITE.
      *
      * THE XFORPT LISTING IS THE SENDING SITE'S SIGNED COPY: EVERY
      * LIST RECORD WITH ITS DISPOSITION (IDENTIFIERS MASKED), EACH
      * PACKAGE FILE'S COUNT AND HASH, THE PACKAGE SIGNATURE AND A
      * RELEASED-BY SIGN-OFF. REFUSED LIST RECORDS ALSO LAND ON THE
      * SHARED EXCPREC LAYOUT (XFREXCP) FOR EXCPTRI. REASON CODES
      * (SOURCE PROGRAM 'XFEROUT '):
      *   01 - RRB HIC NOT ON THE CROSSWALK MASTER
      *   02 - BENEFICIARY ALREADY TRANSFERRED AWAY
      *   03 - RECEIVING SITE NOT NUMERIC, THIS SITE, OR NOT THE
      *        PACKAGE'S RECEIVING SITE
      *   04 - PACKAGE FULL (2000 BENEFICIARIES)
      *   05 - RRB HIC LISTED TWICE

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT XFER-LIST-FILE  ASSIGN TO XFERLST
                                  FILE STATUS IS XL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

           SELECT OUTC-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

           SELECT MBI-HIST-FILE   ASSIGN TO WS-MBIHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HS-MBI
                                  FILE STATUS IS HS-FILE-STATUS.

           SELECT XFER-HXRF       ASSIGN TO XFRHXRF
                                  FILE STATUS IS P1-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-ACKM       ASSIGN TO XFRACKM
                                  FILE STATUS IS P2-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-OUTC       ASSIGN TO XFROUTC
                                  FILE STATUS IS P3-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-MBIH       ASSIGN TO XFRMBIH
                                  FILE STATUS IS P4-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT MANIFEST-FILE   ASSIGN TO XFERMAN
                                  FILE STATUS IS MN-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-RPT-FILE   ASSIGN TO XFORPT
                                  FILE STATUS IS RP-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-EXCP-FILE  ASSIGN TO XFREXCP
                                  FILE STATUS IS XX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  XFER-LIST-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  XFER-LIST-REC.
           05  XL-RRB-HIC          PIC X(12).
           05  XL-TO-SITE          PIC X(02).

       FD  HIC-XREF-FILE.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  HX-SSA-HIC              PIC  X(11).
           05  HX-SSA-MBI              PIC  X(11).
           05  HX-SSA-BIC              PIC  X(02).
           05  HX-FIRST-SEEN           PIC  X(26).
           05  HX-LAST-SEEN            PIC  X(26).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
               88  HX-TRANSFERRED                  VALUE 'X'.
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  ACK-MASTER-FILE.

       01  ACK-MASTER-REC.
           05  AK-SSA-HIC          PIC X(11).
           05  AK-RRB-HIC          PIC X(12).
           05  AK-SENT-DATE        PIC X(08).
           05  AK-ACK-STATUS       PIC X(01).
               88  AK-PENDING                 VALUE ' '.
               88  AK-ACCEPTED                VALUE 'A'.
               88  AK-REJECTED                VALUE 'R'.
               88  AK-TRANSFERRED             VALUE 'X'.
           05  AK-ACK-REASON       PIC X(03).
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       FD  OUTC-MASTER-FILE.

       01  OUTC-MASTER-REC.
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

      *    SAME LAYOUT AS MBIREIS'S MBI-HIST-REC.

       FD  MBI-HIST-FILE.

       01  MBI-HIST-REC.
           05  HS-MBI                  PIC  X(11).
           05  HS-RRB-HIC              PIC  X(12).
           05  HS-SSA-HIC              PIC  X(11).
           05  HS-EFFECTIVE-DATE       PIC  X(08).
           05  HS-RETIRED-DATE         PIC  X(08).
           05  HS-REPLACED-BY          PIC  X(11).
           05  HS-RECORDED             PIC  X(26).

       FD  XFER-HXRF
           RECORD CONTAINS 135 CHARACTERS.
       01  XFER-HXRF-REC           PIC X(135).

       FD  XFER-ACKM
           RECORD CONTAINS 135 CHARACTERS.
       01  XFER-ACKM-REC           PIC X(135).

       FD  XFER-OUTC
           RECORD CONTAINS 135 CHARACTERS.
       01  XFER-OUTC-REC           PIC X(135).

       FD  XFER-MBIH
           RECORD CONTAINS 135 CHARACTERS.
       01  XFER-MBIH-REC           PIC X(135).

      *    DREXPORT'S MANIFEST LAYOUT. ON THE 'TS' RECORD THE FILE-ID
      *    POSITIONS CARRY THE TWO SITE NUMBERS, MN-COUNT THE
      *    BENEFICIARY COUNT AND MN-HASH THE PACKAGE SIGNATURE.

       FD  MANIFEST-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  MANIFEST-REC.
           05  MN-RECORD-TYPE          PIC  X(02).
           05  MN-FILE-ID              PIC  X(08).
           05  MN-SITES REDEFINES MN-FILE-ID.
               10  MN-FROM-SITE        PIC  X(02).
               10  MN-TO-SITE          PIC  X(02).
               10  FILLER              PIC  X(04).
           05  MN-COUNT                PIC  9(09).
           05  MN-HASH                 PIC  9(12).
           05  MN-TIMESTAMP            PIC  X(26).
           05  FILLER                  PIC  X(03).

       FD  XFER-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  XFER-RPT-REC            PIC X(80).

       FD  XFER-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

           COPY EXCPREC.

       WORKING-STORAGE SECTION.

       01  XL-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  HS-FILE-STATUS          PIC X(02).
       01  P1-FILE-STATUS          PIC X(02).
       01  P2-FILE-STATUS          PIC X(02).
       01  P3-FILE-STATUS          PIC X(02).
       01  P4-FILE-STATUS          PIC X(02).
       01  MN-FILE-STATUS          PIC X(02).
       01  RP-FILE-STATUS          PIC X(02).
       01  XX-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).
       01  WS-MBIHIST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-LIST        PIC X(01)  VALUE 'N'.
               88  END-OF-LIST                VALUE 'Y'.
           05  WS-NO-MORE-MASTER   PIC X(01)  VALUE 'N'.
               88  END-OF-MASTER              VALUE 'Y'.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LIST-READ            PIC 9(09)  VALUE ZERO.
           05  WS-LIST-REFUSED         PIC 9(09)  VALUE ZERO.
           05  WS-MARKED-HXRF          PIC 9(09)  VALUE ZERO.
           05  WS-MARKED-ACKM          PIC 9(09)  VALUE ZERO.
           05  WS-MARKED-OUTC          PIC 9(09)  VALUE ZERO.

       01  WS-REJECT-REASON        PIC X(02)  VALUE SPACE.
       01  WS-CONSISTENCY-STAMP    PIC X(26)  VALUE SPACE.
       01  WS-RUN-DATE             PIC X(08)  VALUE SPACE.

       01  WS-OWN-SITE-N           PIC 9(02)  VALUE ZERO.
       01  WS-OWN-SITE REDEFINES WS-OWN-SITE-N
                                   PIC X(02).
       01  WS-TO-SITE              PIC X(02)  VALUE SPACE.
       01  WS-TO-SITE-N REDEFINES WS-TO-SITE
                                   PIC 9(02).

      *    THE BENEFICIARIES IN THIS PACKAGE, IN LIST ORDER - THE
      *    MBIHIST SWEEP AND THE MARKING PASS BOTH WORK FROM IT.

       01  WS-XFER-TABLE.
           05  WS-XFER-COUNT           PIC 9(04)  VALUE ZERO.
           05  WS-XFER-ENTRY           OCCURS 2000 TIMES.
               10  WS-XFER-RRB-HIC     PIC X(12).
               10  WS-XFER-SSA-HIC     PIC X(11).
               10  WS-XFER-HAS-ACK     PIC X(01).
               10  WS-XFER-HAS-OUTC    PIC X(01).

       01  WS-XFER-IDX             PIC 9(04)  VALUE ZERO.
       01  WS-XFER-FOUND           PIC X(01)  VALUE 'N'.

      *    PER PACKAGE FILE: ITS MANIFEST ID, COUNT, KEY-BYTE HASH
      *    AND KEY LENGTH. POSITIONS 1-4 ARE XFRHXRF, XFRACKM,
      *    XFROUTC, XFRMBIH.

       01  WS-PKG-IDS.
           05  FILLER              PIC X(10)  VALUE 'HICXREF 12'.
           05  FILLER              PIC X(10)  VALUE 'ACKMAST 11'.
           05  FILLER              PIC X(10)  VALUE 'OUTCMAST12'.
           05  FILLER              PIC X(10)  VALUE 'MBIHIST 11'.
       01  WS-PKG-ID-TABLE REDEFINES WS-PKG-IDS.
           05  WS-PKG-ID-ENTRY     OCCURS 4 TIMES.
               10  WS-PKG-ID           PIC X(08).
               10  WS-PKG-KEY-LEN      PIC 9(02).

       01  WS-PKG-TOTALS.
           05  WS-PKG-TOTAL        OCCURS 4 TIMES.
               10  WS-PKG-COUNT        PIC 9(09).
               10  WS-PKG-HASH         PIC 9(12).

       01  WS-FILE-IDX             PIC 9(01)  VALUE ZERO.
       01  WS-PACKAGE-SIGNATURE    PIC 9(12)  VALUE ZERO.

       01  WS-IMAGE                PIC X(135) VALUE SPACE.
       01  WS-KEY-LENGTH           PIC 9(02)  VALUE ZERO.
       01  WS-HASH-IDX             PIC 9(02)  VALUE ZERO.

      *    THE TRANSFER LISTING. IDENTIFIERS ARE MASKED - THIS IS AN
      *    EYEBALL SURFACE, AND IT TRAVELS BETWEEN SITES.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(40)  VALUE
               'XFEROUT BENEFICIARY TRANSFER-OUT LISTING'.
           05  FILLER              PIC X(05)  VALUE ' RUN '.
           05  WS-RPT-RUN-DATE     PIC X(08).
           05  FILLER              PIC X(27)  VALUE SPACE.

       01  WS-RPT-SITE-LINE.
           05  FILLER              PIC X(10)  VALUE 'FROM SITE '.
           05  WS-RPT-FROM-SITE    PIC X(02).
           05  FILLER              PIC X(10)  VALUE '  TO SITE '.
           05  WS-RPT-TO-SITE      PIC X(02).
           05  FILLER              PIC X(17)  VALUE
               '  PACKAGE STAMP  '.
           05  WS-RPT-STAMP        PIC X(26).
           05  FILLER              PIC X(13)  VALUE SPACE.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER              PIC X(40)  VALUE
               'RRB HIC      SSA HIC     AK OM DISPOSITI'.
           05  FILLER              PIC X(40)  VALUE 'ON'.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-RRB-HIC      PIC X(12).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-SSA-HIC      PIC X(11).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-HAS-ACK      PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-RPT-HAS-OUTC     PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WS-RPT-REASON       PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-DISPOSITION  PIC X(46).

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL  PIC X(30).
           05  WS-RPT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(39)  VALUE SPACE.

       01  WS-RPT-FILE-LINE.
           05  FILLER              PIC X(13)  VALUE 'PACKAGE FILE '.
           05  WS-RPT-FILE-ID      PIC X(08).
           05  FILLER              PIC X(10)  VALUE '  RECORDS '.
           05  WS-RPT-FILE-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(07)  VALUE '  HASH '.
           05  WS-RPT-FILE-HASH    PIC 9(12).
           05  FILLER              PIC X(19)  VALUE SPACE.

       01  WS-RPT-SIGNATURE-LINE.
           05  FILLER              PIC X(30)  VALUE
               'PACKAGE SIGNATURE             '.
           05  WS-RPT-SIGNATURE    PIC 9(12).
           05  FILLER              PIC X(38)  VALUE SPACE.

       01  WS-RPT-SIGNOFF-LINE.
           05  FILLER              PIC X(17)  VALUE
               'RELEASED BY SITE '.
           05  WS-RPT-SIGNOFF-SITE PIC X(02).
           05  FILLER              PIC X(40)  VALUE
               '  ______________________________  DATE '.
           05  FILLER              PIC X(21)  VALUE '__________'.

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

      *    PARAMETERS FOR RUNLEDGR - SAME LAYOUT AS RUNLEDGR'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RUNLEDGR-PARAMETERS.
           05  RL-PROGRAM              PIC  X(08).
           05  RL-START-TIMESTAMP      PIC  X(26).
           05  RL-INPUT-DDNAME         PIC  X(08).
           05  RL-RECORDS-READ         PIC  9(09).
           05  RL-RECORDS-ACCEPTED     PIC  9(09).
           05  RL-RECORDS-REJECTED     PIC  9(09).
           05  RL-SEVERITY             PIC  9(02).

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MASKHIC-PARAMETERS.
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT RUN-REFUSED
              PERFORM UNTIL END-OF-LIST
                 PERFORM 2000-PACKAGE-ONE-BENEFICIARY
                    THRU 2000-EXIT
              END-PERFORM
              PERFORM 3000-UNLOAD-MBI-HISTORY
                 THRU 3000-EXIT
              PERFORM 4000-WRITE-MANIFEST
                 THRU 4000-EXIT
              PERFORM 5000-MARK-TRANSFERRED
                 THRU 5000-EXIT
                 VARYING WS-XFER-IDX FROM 1 BY 1
                 UNTIL WS-XFER-IDX > WS-XFER-COUNT
              PERFORM 6000-WRITE-LISTING-TOTALS
                 THRU 6000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

      *    THE KEY-BYTE HASH - DREXPORT'S ARITHMETIC, KEPT PER
      *    PACKAGE FILE SINCE THE FOUR FILES FILL SIDE BY SIDE.

       0100-HASH-IMAGE-KEY.

           MOVE WS-PKG-KEY-LEN (WS-FILE-IDX)
                                      TO WS-KEY-LENGTH.

           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                     UNTIL WS-HASH-IDX > WS-KEY-LENGTH
               COMPUTE WS-PKG-HASH (WS-FILE-IDX) =
                  FUNCTION MOD (
                     (WS-PKG-HASH (WS-FILE-IDX)
                      + (FUNCTION ORD (WS-IMAGE (WS-HASH-IDX:1))
                         * WS-HASH-IDX))
                     999999999999)
           END-PERFORM.

           ADD 1                      TO WS-PKG-COUNT (WS-FILE-IDX).

       0100-EXIT.
           EXIT.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CONSISTENCY-STAMP.
           MOVE WS-CONSISTENCY-STAMP (1:8)
                                      TO WS-RUN-DATE.

           MOVE 'XFEROUT '            TO MJ-SOURCE-PGM.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               MOVE ZERO              TO WS-PKG-COUNT (WS-FILE-IDX)
                                         WS-PKG-HASH (WS-FILE-IDX)
           END-PERFORM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'MBIHISTT'          TO  WS-MBIHIST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'MBIHIST '          TO  WS-MBIHIST-DSN
           END-IF.

           OPEN OUTPUT XFER-RPT-FILE.

           MOVE WS-RUN-DATE           TO WS-RPT-RUN-DATE.
           MOVE WS-RPT-HEADER-LINE    TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           OPEN EXTEND XFER-EXCP-FILE.
           IF XX-FILE-STATUS NOT = '00'
              OPEN OUTPUT XFER-EXCP-FILE
           END-IF.

           MOVE 'SITENO      '        TO PM-NAME.
           MOVE '00'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.

           IF  PM-SOURCE = 'S'
           AND PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 100
               MOVE PM-NUMERIC-VALUE  TO WS-OWN-SITE-N
           ELSE
               DISPLAY 'XFEROUT,NO VALID SITENO ROW ON SITEPARM - '
                       'NOTHING PACKAGED'
               MOVE 'Y'               TO WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT XFER-LIST-FILE.

           IF XL-FILE-STATUS NOT = '00'
              DISPLAY 'XFEROUT,UNABLE TO OPEN XFERLST,'
                      XL-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'XFEROUT,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'XFEROUT,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O OUTC-MASTER-FILE.

           IF OM-FILE-STATUS NOT = '00'
              DISPLAY 'XFEROUT,UNABLE TO OPEN OUTCMAST,'
                      OM-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

      *    A SITE THAT HAS NEVER PROCESSED A REISSUE NOTICE HAS NO
      *    HISTORY TO SEND - THE PACKAGE CARRIES AN EMPTY XFRMBIH.

           OPEN INPUT MBI-HIST-FILE.

           OPEN OUTPUT XFER-HXRF
                       XFER-ACKM
                       XFER-OUTC
                       XFER-MBIH.

           IF P1-FILE-STATUS NOT = '00'
           OR P2-FILE-STATUS NOT = '00'
           OR P3-FILE-STATUS NOT = '00'
           OR P4-FILE-STATUS NOT = '00'
              DISPLAY 'XFEROUT,UNABLE TO OPEN THE PACKAGE FILES,'
                      P1-FILE-STATUS ',' P2-FILE-STATUS ','
                      P3-FILE-STATUS ',' P4-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           MOVE WS-OWN-SITE           TO WS-RPT-FROM-SITE.
           MOVE SPACE                 TO WS-RPT-TO-SITE.
           MOVE WS-CONSISTENCY-STAMP  TO WS-RPT-STAMP.
           MOVE WS-RPT-COLUMN-LINE    TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

       1000-EXIT.
           EXIT.

      *    EVERY CHECK RUNS BEFORE ANYTHING IS PACKAGED. NOTHING IS
      *    MARKED HERE - 5000 MARKS THE WHOLE PACKAGE AT ONCE.

       2000-PACKAGE-ONE-BENEFICIARY.

           READ XFER-LIST-FILE
              AT END MOVE 'Y' TO NO-MORE-LIST
           END-READ.

           IF END-OF-LIST
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-LIST-READ.

           MOVE SPACE                 TO WS-REJECT-REASON.
           MOVE SPACE                 TO HIC-XREF-REC.

           IF XL-TO-SITE NOT NUMERIC
           OR XL-TO-SITE = '00'
           OR XL-TO-SITE = WS-OWN-SITE
              MOVE '03'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-XFER-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF  WS-TO-SITE NOT = SPACE
           AND XL-TO-SITE NOT = WS-TO-SITE
               MOVE '03'              TO WS-REJECT-REASON
               PERFORM 2900-WRITE-XFER-EXCEPTION
                  THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-XFER-FOUND.
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                     UNTIL WS-XFER-IDX > WS-XFER-COUNT
                        OR WS-XFER-FOUND = 'Y'
               IF WS-XFER-RRB-HIC (WS-XFER-IDX) = XL-RRB-HIC
                  MOVE 'Y'            TO WS-XFER-FOUND
               END-IF
           END-PERFORM.

           IF WS-XFER-FOUND = 'Y'
              MOVE '05'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-XFER-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF WS-XFER-COUNT NOT < 2000
              MOVE '04'               TO WS-REJECT-REASON
              PERFORM 2900-WRITE-XFER-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE XL-RRB-HIC            TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               MOVE '01'              TO WS-REJECT-REASON
               MOVE SPACE             TO HX-SSA-HIC
             NOT INVALID KEY
               IF HX-TRANSFERRED
                  MOVE '02'           TO WS-REJECT-REASON
               END-IF
           END-READ.

           IF WS-REJECT-REASON NOT = SPACE
              PERFORM 2900-WRITE-XFER-EXCEPTION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF WS-TO-SITE = SPACE
              MOVE XL-TO-SITE         TO WS-TO-SITE
                                         WS-RPT-TO-SITE
              MOVE WS-RPT-SITE-LINE   TO XFER-RPT-REC
              WRITE XFER-RPT-REC
           END-IF.

           ADD 1                      TO WS-XFER-COUNT.
           MOVE HX-RRB-HIC            TO WS-XFER-RRB-HIC
                                                     (WS-XFER-COUNT).
           MOVE HX-SSA-HIC            TO WS-XFER-SSA-HIC
                                                     (WS-XFER-COUNT).
           MOVE 'N'                   TO WS-XFER-HAS-ACK
                                                     (WS-XFER-COUNT)
                                         WS-XFER-HAS-OUTC
                                                     (WS-XFER-COUNT).

           MOVE SPACE                 TO WS-IMAGE.
           MOVE HIC-XREF-REC          TO WS-IMAGE.
           MOVE WS-IMAGE              TO XFER-HXRF-REC.
           WRITE XFER-HXRF-REC.
           MOVE 1                     TO WS-FILE-IDX.
           PERFORM 0100-HASH-IMAGE-KEY
              THRU 0100-EXIT.

      *    THE ACKMAST RECORD UNDER THIS SSA HIC TRAVELS ONLY WHEN IT
      *    TIES BACK TO THIS RRB HIC.

           MOVE HX-SSA-HIC            TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AK-RRB-HIC = HX-RRB-HIC
                  MOVE 'Y'            TO WS-XFER-HAS-ACK
                                                     (WS-XFER-COUNT)
                  MOVE SPACE          TO WS-IMAGE
                  MOVE ACK-MASTER-REC TO WS-IMAGE
                  MOVE WS-IMAGE       TO XFER-ACKM-REC
                  WRITE XFER-ACKM-REC
                  MOVE 2              TO WS-FILE-IDX
                  PERFORM 0100-HASH-IMAGE-KEY
                     THRU 0100-EXIT
               END-IF
           END-READ.

           MOVE HX-RRB-HIC            TO OM-RRB-HIC.

           READ OUTC-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y'               TO WS-XFER-HAS-OUTC
                                                     (WS-XFER-COUNT)
               MOVE SPACE             TO WS-IMAGE
               MOVE OUTC-MASTER-REC   TO WS-IMAGE
               MOVE WS-IMAGE          TO XFER-OUTC-REC
               WRITE XFER-OUTC-REC
               MOVE 3                 TO WS-FILE-IDX
               PERFORM 0100-HASH-IMAGE-KEY
                  THRU 0100-EXIT
           END-READ.

           PERFORM 2800-WRITE-LISTING-DETAIL
              THRU 2800-EXIT.

       2000-EXIT.
           EXIT.

       2800-WRITE-LISTING-DETAIL.

           MOVE SPACE                 TO MH-VALUE-IN.
           MOVE XL-RRB-HIC            TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-RPT-RRB-HIC.

           MOVE SPACE                 TO MH-VALUE-IN.
           MOVE HX-SSA-HIC            TO MH-VALUE-IN (1:11).
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-RPT-SSA-HIC.

           MOVE WS-REJECT-REASON      TO WS-RPT-REASON.

           IF WS-REJECT-REASON = SPACE
              MOVE WS-XFER-HAS-ACK (WS-XFER-COUNT)
                                      TO WS-RPT-HAS-ACK
              MOVE WS-XFER-HAS-OUTC (WS-XFER-COUNT)
                                      TO WS-RPT-HAS-OUTC
              MOVE 'TRANSFERRED'      TO WS-RPT-DISPOSITION
           ELSE
              MOVE SPACE              TO WS-RPT-HAS-ACK
                                         WS-RPT-HAS-OUTC
           END-IF.

           EVALUATE WS-REJECT-REASON
             WHEN SPACE
               CONTINUE
             WHEN '01'
               MOVE 'REFUSED - NOT ON THE CROSSWALK MASTER'
                                      TO WS-RPT-DISPOSITION
             WHEN '02'
               MOVE 'REFUSED - ALREADY TRANSFERRED AWAY'
                                      TO WS-RPT-DISPOSITION
             WHEN '03'
               MOVE 'REFUSED - RECEIVING SITE NOT VALID'
                                      TO WS-RPT-DISPOSITION
             WHEN '04'
               MOVE 'REFUSED - PACKAGE FULL'
                                      TO WS-RPT-DISPOSITION
             WHEN OTHER
               MOVE 'REFUSED - LISTED TWICE'
                                      TO WS-RPT-DISPOSITION
           END-EVALUATE.

           MOVE WS-RPT-DETAIL-LINE    TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

       2800-EXIT.
           EXIT.

      *    ONE LISTING LINE AND ONE SHARED-LAYOUT EXCEPTION PER
      *    REFUSED LIST RECORD.

       2900-WRITE-XFER-EXCEPTION.

           PERFORM 2800-WRITE-LISTING-DETAIL
              THRU 2800-EXIT.

           MOVE 'XFEROUT '            TO EXCP-SOURCE-PGM.
           MOVE WS-RPT-RRB-HIC        TO EXCP-INPUT-KEY.
           MOVE WS-REJECT-REASON      TO EXCP-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE SPACE                 TO EXCP-SOURCE-CODE.

           WRITE EXCP-COMMON-REC.

           ADD 1 TO WS-LIST-REFUSED.

       2900-EXIT.
           EXIT.

      *    MBIHIST IS KEYED BY MBI, NOT BY BENEFICIARY, SO ONE SWEEP
      *    PICKS UP EVERY RECORD - CURRENT OR RETIRED - WHOSE RRB HIC
      *    IS IN THE PACKAGE.

       3000-UNLOAD-MBI-HISTORY.

           IF HS-FILE-STATUS NOT = '00'
           OR WS-XFER-COUNT = ZERO
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-NO-MORE-MASTER.
           MOVE LOW-VALUES            TO HS-MBI.
           START MBI-HIST-FILE KEY NOT < HS-MBI
              INVALID KEY
                 MOVE 'Y'             TO WS-NO-MORE-MASTER
           END-START.

           MOVE 4                     TO WS-FILE-IDX.

           PERFORM UNTIL END-OF-MASTER
               READ MBI-HIST-FILE NEXT
                  AT END MOVE 'Y' TO WS-NO-MORE-MASTER
               END-READ
               IF NOT END-OF-MASTER
                  MOVE 'N'            TO WS-XFER-FOUND
                  PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                            UNTIL WS-XFER-IDX > WS-XFER-COUNT
                               OR WS-XFER-FOUND = 'Y'
                      IF WS-XFER-RRB-HIC (WS-XFER-IDX) = HS-RRB-HIC
                         MOVE 'Y'     TO WS-XFER-FOUND
                      END-IF
                  END-PERFORM
                  IF WS-XFER-FOUND = 'Y'
                     MOVE SPACE       TO WS-IMAGE
                     MOVE MBI-HIST-REC
                                      TO WS-IMAGE
                     MOVE WS-IMAGE    TO XFER-MBIH-REC
                     WRITE XFER-MBIH-REC
                     PERFORM 0100-HASH-IMAGE-KEY
                        THRU 0100-EXIT
                  END-IF
               END-IF
           END-PERFORM.

       3000-EXIT.
           EXIT.

      *    THE MANIFEST GOES OUT LAST, ONCE EVERY COUNT AND HASH IS
      *    KNOWN. THE SIGNATURE FOLDS IN EACH FILE'S COUNT AND HASH,
      *    THEN THE BENEFICIARY COUNT AND THE TWO SITE NUMBERS.

       4000-WRITE-MANIFEST.

           CLOSE XFER-HXRF
                 XFER-ACKM
                 XFER-OUTC
                 XFER-MBIH.

           MOVE ZERO                  TO WS-PACKAGE-SIGNATURE.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               COMPUTE WS-PACKAGE-SIGNATURE =
                  FUNCTION MOD (
                     (WS-PACKAGE-SIGNATURE
                      + WS-PKG-HASH (WS-FILE-IDX)
                      + (WS-PKG-COUNT (WS-FILE-IDX) * WS-FILE-IDX))
                     999999999999)
           END-PERFORM.

           COMPUTE WS-PACKAGE-SIGNATURE =
              FUNCTION MOD (
                 (WS-PACKAGE-SIGNATURE
                  + WS-XFER-COUNT
                  + (WS-OWN-SITE-N * 100))
                 999999999999).

           IF WS-TO-SITE NUMERIC
              COMPUTE WS-PACKAGE-SIGNATURE =
                 FUNCTION MOD (
                    (WS-PACKAGE-SIGNATURE + WS-TO-SITE-N)
                    999999999999)
           END-IF.

           OPEN OUTPUT MANIFEST-FILE.

           IF MN-FILE-STATUS NOT = '00'
              DISPLAY 'XFEROUT,UNABLE TO OPEN XFERMAN,'
                      MN-FILE-STATUS ' - NOTHING MARKED'
              MOVE 'Y'                TO WS-RUN-REFUSED
              MOVE ZERO               TO WS-XFER-COUNT
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACE                 TO MANIFEST-REC.
           MOVE 'TS'                  TO MN-RECORD-TYPE.
           MOVE WS-OWN-SITE           TO MN-FROM-SITE.
           MOVE WS-TO-SITE            TO MN-TO-SITE.
           MOVE WS-XFER-COUNT         TO MN-COUNT.
           MOVE WS-PACKAGE-SIGNATURE  TO MN-HASH.
           MOVE WS-CONSISTENCY-STAMP  TO MN-TIMESTAMP.
           WRITE MANIFEST-REC.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               MOVE SPACE             TO MANIFEST-REC
               MOVE 'FL'              TO MN-RECORD-TYPE
               MOVE WS-PKG-ID (WS-FILE-IDX)
                                      TO MN-FILE-ID
               MOVE WS-PKG-COUNT (WS-FILE-IDX)
                                      TO MN-COUNT
               MOVE WS-PKG-HASH (WS-FILE-IDX)
                                      TO MN-HASH
               MOVE WS-CONSISTENCY-STAMP
                                      TO MN-TIMESTAMP
               WRITE MANIFEST-REC
               DISPLAY 'XFEROUT,' WS-PKG-ID (WS-FILE-IDX)
                       ',RECORDS,' WS-PKG-COUNT (WS-FILE-IDX)
                       ',HASH,' WS-PKG-HASH (WS-FILE-IDX)
           END-PERFORM.

           CLOSE MANIFEST-FILE.

       4000-EXIT.
           EXIT.

      *    MARKS ONE PACKAGED BENEFICIARY TRANSFERRED AT THIS SITE.

       5000-MARK-TRANSFERRED.

           MOVE WS-XFER-RRB-HIC (WS-XFER-IDX)
                                      TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               GO TO 5000-EXIT
           END-READ.

           MOVE 'X'                   TO HX-TERM-STATUS.
           MOVE WS-RUN-DATE           TO HX-TERM-DATE.
           REWRITE HIC-XREF-REC.

           MOVE 'HICXREF '            TO MJ-FILE-ID.
           MOVE 'R'                   TO MJ-ACTION.
           MOVE HIC-XREF-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           ADD 1                      TO WS-MARKED-HXRF.

           IF WS-XFER-HAS-ACK (WS-XFER-IDX) = 'Y'
              MOVE WS-XFER-SSA-HIC (WS-XFER-IDX)
                                      TO AK-SSA-HIC
              READ ACK-MASTER-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  SET AK-TRANSFERRED  TO TRUE
                  REWRITE ACK-MASTER-REC
                  MOVE 'ACKMAST '     TO MJ-FILE-ID
                  MOVE 'R'            TO MJ-ACTION
                  MOVE ACK-MASTER-REC TO MJ-RECORD-IMAGE
                  CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
                  ADD 1               TO WS-MARKED-ACKM
              END-READ
           END-IF.

           IF WS-XFER-HAS-OUTC (WS-XFER-IDX) = 'Y'
              MOVE WS-XFER-RRB-HIC (WS-XFER-IDX)
                                      TO OM-RRB-HIC
              READ OUTC-MASTER-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE OM-CURRENT     TO OM-PRIOR
                  MOVE 'X'            TO OM-CUR-CONV-RESULT
                  MOVE WS-RUN-DATE    TO OM-CUR-RUN-DATE
                  REWRITE OUTC-MASTER-REC
                  MOVE 'OUTCMAST'     TO MJ-FILE-ID
                  MOVE 'R'            TO MJ-ACTION
                  MOVE OUTC-MASTER-REC
                                      TO MJ-RECORD-IMAGE
                  CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
                  ADD 1               TO WS-MARKED-OUTC
              END-READ
           END-IF.

       5000-EXIT.
           EXIT.

       6000-WRITE-LISTING-TOTALS.

           MOVE SPACE                 TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           MOVE 'BENEFICIARIES TRANSFERRED'
                                      TO WS-RPT-COUNT-LABEL.
           MOVE WS-XFER-COUNT         TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE     TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           MOVE 'LIST RECORDS REFUSED'
                                      TO WS-RPT-COUNT-LABEL.
           MOVE WS-LIST-REFUSED       TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE     TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               MOVE WS-PKG-ID (WS-FILE-IDX)
                                      TO WS-RPT-FILE-ID
               MOVE WS-PKG-COUNT (WS-FILE-IDX)
                                      TO WS-RPT-FILE-COUNT
               MOVE WS-PKG-HASH (WS-FILE-IDX)
                                      TO WS-RPT-FILE-HASH
               MOVE WS-RPT-FILE-LINE  TO XFER-RPT-REC
               WRITE XFER-RPT-REC
           END-PERFORM.

           MOVE WS-PACKAGE-SIGNATURE  TO WS-RPT-SIGNATURE.
           MOVE WS-RPT-SIGNATURE-LINE TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           MOVE SPACE                 TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           MOVE WS-OWN-SITE           TO WS-RPT-SIGNOFF-SITE.
           MOVE WS-RPT-SIGNOFF-LINE   TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

       6000-EXIT.
           EXIT.

       8000-TERMINATE.

           IF RUN-REFUSED
              MOVE SPACE              TO XFER-RPT-REC
              MOVE 'RUN REFUSED - NOTHING PACKAGED OR MARKED'
                                      TO XFER-RPT-REC
              WRITE XFER-RPT-REC
           END-IF.

           IF RP-FILE-STATUS = '00'
              CLOSE XFER-RPT-FILE
           END-IF.
           IF XL-FILE-STATUS = '00' OR XL-FILE-STATUS = '10'
              CLOSE XFER-LIST-FILE
           END-IF.
           IF HX-FILE-STATUS = '00' OR HX-FILE-STATUS = '23'
              CLOSE HIC-XREF-FILE
           END-IF.
           IF AK-FILE-STATUS = '00' OR AK-FILE-STATUS = '23'
              CLOSE ACK-MASTER-FILE
           END-IF.
           IF OM-FILE-STATUS = '00' OR OM-FILE-STATUS = '23'
              CLOSE OUTC-MASTER-FILE
           END-IF.
           IF HS-FILE-STATUS = '00' OR HS-FILE-STATUS = '10'
              CLOSE MBI-HIST-FILE
           END-IF.
           IF XX-FILE-STATUS = '00'
              CLOSE XFER-EXCP-FILE
           END-IF.

           DISPLAY 'XFEROUT,LIST RECORDS READ,' WS-LIST-READ.
           DISPLAY 'XFEROUT,BENEFICIARIES PACKAGED,' WS-XFER-COUNT.
           DISPLAY 'XFEROUT,LIST RECORDS REFUSED,' WS-LIST-REFUSED.
           DISPLAY 'XFEROUT,MARKED HICXREF,' WS-MARKED-HXRF
                   ',ACKMAST,' WS-MARKED-ACKM
                   ',OUTCMAST,' WS-MARKED-OUTC.
           DISPLAY 'XFEROUT,PACKAGE SIGNATURE,'
                   WS-PACKAGE-SIGNATURE.

           MOVE 'XFEROUT '            TO RL-PROGRAM.
           MOVE WS-CONSISTENCY-STAMP  TO RL-START-TIMESTAMP.
           MOVE 'XFERLST '            TO RL-INPUT-DDNAME.
           MOVE WS-LIST-READ          TO RL-RECORDS-READ.
           MOVE WS-XFER-COUNT         TO RL-RECORDS-ACCEPTED.
           MOVE WS-LIST-REFUSED       TO RL-RECORDS-REJECTED.
           EVALUATE TRUE
             WHEN RUN-REFUSED
               MOVE 08                TO RL-SEVERITY
             WHEN WS-LIST-REFUSED > ZERO
               MOVE 04                TO RL-SEVERITY
             WHEN OTHER
               MOVE 00                TO RL-SEVERITY
           END-EVALUATE.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
