       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERIN.
       AUTHOR. CHRISTIAN STRAMA.

      * INTER-SITE TRANSFER-IN - THE PAIRED OTHER HALF OF XFEROUT.
      * AT THE RECEIVING SITE THIS JOB VALIDATES A TRANSFER PACKAGE
      * (XFRHXRF, XFRACKM, XFROUTC, XFRMBIH AND THE XFERMAN MANIFEST)
      * AND LOADS EACH BENEFICIARY'S CROSSWALK, ACKNOWLEDGMENT,
      * OUTCOME AND MBI HISTORY RECORDS INTO THIS SITE'S MASTERS,
      * EVERY WRITE JOURNALED.
      *
      * THE PACKAGE AS A WHOLE IS REFUSED - NOTHING LOADED, RC 8 -
      * WHEN THE MANIFEST IS MISSING OR INCOMPLETE, WHEN ITS
      * RECEIVING SITE IS NOT THIS SITE (SITEPARM SITENO), WHEN ANY
      * FILE'S RECOUNTED RECORDS OR KEY-BYTE HASH DISAGREE WITH THE
      * MANIFEST, WHEN THE RECOMPUTED PACKAGE SIGNATURE DISAGREES,
      * OR WHEN AN ACKMAST, OUTCMAST OR MBIHIST IMAGE BELONGS TO NO
      * CROSSWALK IMAGE IN THE PACKAGE. THE SAME ARITHMETIC AS
      * XFEROUT AND DREXPORT RUNS OVER WHAT WAS ACTUALLY READ.
      *
      * A BENEFICIARY IS REFUSED - NONE OF ITS RECORDS LOADED, RC 4 -
      * WHEN ANY OF ITS IMAGES COLLIDES WITH A RECORD ALREADY HERE:
      *   01 - HICXREF HOLDS THIS RRB HIC
      *   02 - ACKMAST HOLDS THIS SSA HIC
      *   03 - OUTCMAST HOLDS THIS RRB HIC
      *   04 - MBIHIST HOLDS ONE OF ITS MBIS FOR ANOTHER RRB HIC
      *   05 - THE SSAXREF OR MBIXREF COMPANION ALREADY GIVES ITS SSA
      *        HIC OR MBI TO ANOTHER RRB HIC (THE LIKELIEST CLASH - IT
      *        IS SEEN EVEN WHEN THAT HIC WAS NEVER TRANSMITTED AND SO
      *        HAS NO ACKMAST RECORD)
      * (SOURCE PROGRAM 'XFERIN  ' ON THE SHARED EXCPREC LAYOUT,
      * XFREXCP). THREE KINDS OF EXISTING RECORD ARE NOT COLLISIONS:
      * ONE IDENTICAL TO THE IMAGE (A RERUN OF A PACKAGE ALREADY
      * LOADED, OR LOADED PART WAY, SIMPLY FINISHES); ONE THIS SITE
      * MARKED TRANSFERRED AWAY ITSELF (HX-TERM-STATUS 'X',
      * AK-ACK-STATUS 'X', CURRENT CONVERSION RESULT 'X' - THE
      * BENEFICIARY IS COMING BACK, AND THE PACKAGE REPLACES THEM);
      * AND AN MBIHIST RECORD FOR THE SAME RRB HIC, WHICH THE
      * PACKAGE'S NEWER COPY REPLACES. A REFUSED BENEFICIARY STAYS
      * MARKED TRANSFERRED AT THE SENDING SITE; ONCE THE COLLISION IS
      * RESOLVED HERE THE SAME PACKAGE IS SIMPLY RUN AGAIN.
      *
      * EACH CROSSWALK RECORD LOADED IS MIRRORED AT ONCE ONTO THE
      * SSA-HIC-KEYED SSAXREF AND MBI-KEYED MBIXREF COMPANIONS, THE
      * WAY SSAACK AND MBIREIS KEEP MBIXREF CURRENT, SO SSAINQ,
      * BENSUMM, MBIINQ AND SSAACK'S MBI-KEYED RETURNS FIND THE
      * BENEFICIARY THE SAME NIGHT. A COMPANION ROW A REPLACED
      * RECORD LEFT UNDER AN OLD SSA HIC OR MBI IS DELETED.
      *
      * THE XFIRPT LISTING IS THE RECEIVING SITE'S SIGNED COPY:
      * EVERY BENEFICIARY IN THE PACKAGE WITH ITS DISPOSITION
      * (IDENTIFIERS MASKED), EACH FILE'S COUNT AND HASH AS READ,
      * THE RECOMPUTED PACKAGE SIGNATURE - WHICH MUST MATCH THE
      * SENDING SITE'S XFORPT - AND A RECEIVED-BY SIGN-OFF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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

           SELECT SSA-XREF-FILE   ASSIGN TO WS-SSAXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SX-SSA-HIC
                                  FILE STATUS IS SX-FILE-STATUS.

           SELECT MBI-XREF-FILE   ASSIGN TO WS-MBIXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS MB-SSA-MBI
                                  FILE STATUS IS MB-FILE-STATUS.

           SELECT OPTIONAL XFER-HXRF
                                  ASSIGN TO XFRHXRF
                                  FILE STATUS IS P1-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL XFER-ACKM
                                  ASSIGN TO XFRACKM
                                  FILE STATUS IS P2-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL XFER-OUTC
                                  ASSIGN TO XFROUTC
                                  FILE STATUS IS P3-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL XFER-MBIH
                                  ASSIGN TO XFRMBIH
                                  FILE STATUS IS P4-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT MANIFEST-FILE   ASSIGN TO XFERMAN
                                  FILE STATUS IS MN-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-RPT-FILE   ASSIGN TO XFIRPT
                                  FILE STATUS IS RP-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XFER-EXCP-FILE  ASSIGN TO XFREXCP
                                  FILE STATUS IS XX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

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
           05  OM-PRIOR                PIC X(25).

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

      *    SAME LAYOUT AS SSAXBLD'S SSA-XREF-REC.

       FD  SSA-XREF-FILE.

       01  SSA-XREF-REC.
           05  SX-SSA-HIC              PIC  X(11).
           05  SX-RRB-HIC              PIC  X(12).
           05  SX-SSA-MBI              PIC  X(11).
           05  SX-SSA-BIC              PIC  X(02).
           05  SX-LAST-SEEN            PIC  X(26).

      *    SAME LAYOUT AS SSAXBLD'S MBI-XREF-REC.

       FD  MBI-XREF-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

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

      *    XFEROUT'S MANIFEST - DREXPORT'S LAYOUT, WITH THE SITES ON
      *    THE 'TS' RECORD.

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

       01  HX-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  OM-FILE-STATUS          PIC X(02).
       01  HS-FILE-STATUS          PIC X(02).
       01  SX-FILE-STATUS          PIC X(02).
       01  MB-FILE-STATUS          PIC X(02).
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
       01  WS-SSAXREF-DSN          PIC X(08).
       01  WS-MBIXREF-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  WS-NO-MORE-IMAGES   PIC X(01)  VALUE 'N'.
               88  END-OF-IMAGES              VALUE 'Y'.
           05  WS-NO-MORE-MANIFEST PIC X(01)  VALUE 'N'.
               88  END-OF-MANIFEST            VALUE 'Y'.
           05  WS-RUN-REFUSED      PIC X(01)  VALUE 'N'.
               88  RUN-REFUSED                VALUE 'Y'.
           05  WS-PASS             PIC X(01)  VALUE 'V'.
               88  VERIFY-PASS                VALUE 'V'.
               88  LOAD-PASS                  VALUE 'L'.
           05  WS-SSAXREF-OPEN     PIC X(01)  VALUE 'N'.
           05  WS-MBIXREF-OPEN     PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-BENE-LOADED          PIC 9(09)  VALUE ZERO.
           05  WS-BENE-PRESENT         PIC 9(09)  VALUE ZERO.
           05  WS-BENE-REFUSED         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-REPLACED     PIC 9(09)  VALUE ZERO.
           05  WS-ORPHAN-IMAGES        PIC 9(09)  VALUE ZERO.
           05  WS-MISMATCHES           PIC 9(02)  VALUE ZERO.
           05  WS-COMPANION-UPSERTS    PIC 9(09)  VALUE ZERO.
           05  WS-COMPANION-CLASHES    PIC 9(09)  VALUE ZERO.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

       01  WS-OWN-SITE-N           PIC 9(02)  VALUE ZERO.
       01  WS-OWN-SITE REDEFINES WS-OWN-SITE-N
                                   PIC X(02).

      *    WHAT THE MANIFEST'S 'TS' RECORD SAID.

       01  WS-MANIFEST-HEADER.
           05  WS-MAN-PRESENT      PIC X(01)  VALUE 'N'.
           05  WS-MAN-FROM-SITE    PIC X(02)  VALUE SPACE.
           05  WS-MAN-FROM-SITE-N REDEFINES WS-MAN-FROM-SITE
                                   PIC 9(02).
           05  WS-MAN-TO-SITE      PIC X(02)  VALUE SPACE.
           05  WS-MAN-TO-SITE-N REDEFINES WS-MAN-TO-SITE
                                   PIC 9(02).
           05  WS-MAN-BENE-COUNT   PIC 9(09)  VALUE ZERO.
           05  WS-MAN-SIGNATURE    PIC 9(12)  VALUE ZERO.
           05  WS-MAN-STAMP        PIC X(26)  VALUE SPACE.

       01  WS-PACKAGE-SIGNATURE    PIC 9(12)  VALUE ZERO.

      *    PER PACKAGE FILE, BY POSITION - XFRHXRF, XFRACKM,
      *    XFROUTC, XFRMBIH: MANIFEST ID, KEY LENGTH AND RECORD
      *    LENGTH, THEN WHAT THE MANIFEST SAID AND WHAT WAS READ.

       01  WS-PKG-IDS.
           05  FILLER              PIC X(13)  VALUE 'HICXREF 12122'.
           05  FILLER              PIC X(13)  VALUE 'ACKMAST 11057'.
           05  FILLER              PIC X(13)  VALUE 'OUTCMAST12062'.
           05  FILLER              PIC X(13)  VALUE 'MBIHIST 11087'.
       01  WS-PKG-ID-TABLE REDEFINES WS-PKG-IDS.
           05  WS-PKG-ID-ENTRY     OCCURS 4 TIMES.
               10  WS-PKG-ID           PIC X(08).
               10  WS-PKG-KEY-LEN      PIC 9(02).
               10  WS-PKG-REC-LEN      PIC 9(03).

       01  WS-PKG-TOTALS.
           05  WS-PKG-TOTAL        OCCURS 4 TIMES.
               10  WS-PKG-MAN-PRESENT  PIC X(01).
               10  WS-PKG-MAN-COUNT    PIC 9(09).
               10  WS-PKG-MAN-HASH     PIC 9(12).
               10  WS-PKG-COUNT        PIC 9(09).
               10  WS-PKG-HASH         PIC 9(12).

       01  WS-FILE-IDX             PIC 9(01)  VALUE ZERO.

      *    THE BENEFICIARIES IN THE PACKAGE, FROM ITS CROSSWALK
      *    IMAGES. WS-BENE-REASON IS THE FIRST COLLISION FOUND.

       01  WS-BENE-TABLE.
           05  WS-BENE-COUNT           PIC 9(04)  VALUE ZERO.
           05  WS-BENE-ENTRY           OCCURS 2000 TIMES.
               10  WS-BENE-RRB-HIC     PIC X(12).
               10  WS-BENE-SSA-HIC     PIC X(11).
               10  WS-BENE-REASON      PIC X(02).
               10  WS-BENE-WRITTEN     PIC 9(03).

       01  WS-BENE-IDX             PIC 9(04)  VALUE ZERO.
       01  WS-LOOKUP-HIC           PIC X(12)  VALUE SPACE.
       01  WS-COLLISION-REASON     PIC X(02)  VALUE SPACE.

      *    THE SSA HIC AND MBI A CROSSWALK RECORD CARRIED BEFORE THE
      *    PACKAGE REPLACED IT, FOR THE COMPANION ROWS LEFT UNDER THEM.

       01  WS-PRIOR-SSA-HIC        PIC X(11)  VALUE SPACE.
       01  WS-PRIOR-MBI            PIC X(11)  VALUE SPACE.

       01  WS-IMAGE                PIC X(135) VALUE SPACE.
       01  WS-KEY-LENGTH           PIC 9(02)  VALUE ZERO.
       01  WS-HASH-IDX             PIC 9(02)  VALUE ZERO.

      *    THE TRANSFER LISTING. IDENTIFIERS ARE MASKED - THIS IS AN
      *    EYEBALL SURFACE, AND IT TRAVELS BETWEEN SITES.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(40)  VALUE
               'XFERIN BENEFICIARY TRANSFER-IN LISTING  '.
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
               'RRB HIC      SSA HIC     WRITTEN RC DISP'.
           05  FILLER              PIC X(40)  VALUE 'OSITION'.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-RRB-HIC      PIC X(12).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-SSA-HIC      PIC X(11).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-WRITTEN      PIC ZZ9.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  WS-RPT-REASON       PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-DISPOSITION  PIC X(44).

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
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-FILE-VERDICT PIC X(18).

       01  WS-RPT-SIGNATURE-LINE.
           05  FILLER              PIC X(30)  VALUE
               'PACKAGE SIGNATURE             '.
           05  WS-RPT-SIGNATURE    PIC 9(12).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-RPT-SIG-VERDICT  PIC X(37).

       01  WS-RPT-SIGNOFF-LINE.
           05  FILLER              PIC X(17)  VALUE
               'RECEIVED BY SITE '.
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
              PERFORM 1100-LOAD-MANIFEST
                 THRU 1100-EXIT
           END-IF.

           IF NOT RUN-REFUSED
              SET VERIFY-PASS         TO TRUE
              PERFORM 2000-PASS-ONE-FILE
                 THRU 2000-EXIT
                 VARYING WS-FILE-IDX FROM 1 BY 1
                 UNTIL WS-FILE-IDX > 4
              PERFORM 2900-VERIFY-PACKAGE
                 THRU 2900-EXIT
           END-IF.

           IF NOT RUN-REFUSED
              SET LOAD-PASS           TO TRUE
              PERFORM 2000-PASS-ONE-FILE
                 THRU 2000-EXIT
                 VARYING WS-FILE-IDX FROM 1 BY 1
                 UNTIL WS-FILE-IDX > 4
              PERFORM 4000-LIST-ONE-BENEFICIARY
                 THRU 4000-EXIT
                 VARYING WS-BENE-IDX FROM 1 BY 1
                 UNTIL WS-BENE-IDX > WS-BENE-COUNT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

      *    XFEROUT'S KEY-BYTE HASH, RERUN HERE OVER WHAT WAS READ.

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

      *    ONE IMAGE FROM THE PACKAGE FILE AT WS-FILE-IDX INTO
      *    WS-IMAGE.

       0200-READ-PACKAGE-IMAGE.

           MOVE SPACE                 TO WS-IMAGE.

           EVALUATE WS-FILE-IDX
             WHEN 1
               READ XFER-HXRF INTO WS-IMAGE
                 AT END MOVE 'Y' TO WS-NO-MORE-IMAGES
               END-READ
             WHEN 2
               READ XFER-ACKM INTO WS-IMAGE
                 AT END MOVE 'Y' TO WS-NO-MORE-IMAGES
               END-READ
             WHEN 3
               READ XFER-OUTC INTO WS-IMAGE
                 AT END MOVE 'Y' TO WS-NO-MORE-IMAGES
               END-READ
             WHEN OTHER
               READ XFER-MBIH INTO WS-IMAGE
                 AT END MOVE 'Y' TO WS-NO-MORE-IMAGES
               END-READ
           END-EVALUATE.

       0200-EXIT.
           EXIT.

      *    WS-BENE-IDX COMES BACK ZERO WHEN WS-LOOKUP-HIC IS NOT A
      *    BENEFICIARY IN THE PACKAGE.

       0300-FIND-BENEFICIARY.

           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                     UNTIL WS-BENE-IDX > WS-BENE-COUNT
               IF WS-BENE-RRB-HIC (WS-BENE-IDX) = WS-LOOKUP-HIC
                  GO TO 0300-EXIT
               END-IF
           END-PERFORM.

           MOVE ZERO                  TO WS-BENE-IDX.

       0300-EXIT.
           EXIT.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.

           MOVE 'XFERIN  '            TO MJ-SOURCE-PGM.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               MOVE 'N'               TO WS-PKG-MAN-PRESENT
                                                     (WS-FILE-IDX)
               MOVE ZERO              TO WS-PKG-MAN-COUNT (WS-FILE-IDX)
                                         WS-PKG-MAN-HASH (WS-FILE-IDX)
                                         WS-PKG-COUNT (WS-FILE-IDX)
                                         WS-PKG-HASH (WS-FILE-IDX)
           END-PERFORM.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'MBIHISTT'          TO  WS-MBIHIST-DSN
               MOVE  'SSAXREFT'          TO  WS-SSAXREF-DSN
               MOVE  'MBIXREFT'          TO  WS-MBIXREF-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'MBIHIST '          TO  WS-MBIHIST-DSN
               MOVE  'SSAXREF '          TO  WS-SSAXREF-DSN
               MOVE  'MBIXREF '          TO  WS-MBIXREF-DSN
           END-IF.

           OPEN OUTPUT XFER-RPT-FILE.

           MOVE WS-RUN-START-TIMESTAMP (1:8)
                                      TO WS-RPT-RUN-DATE.
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
               DISPLAY 'XFERIN,NO VALID SITENO ROW ON SITEPARM - '
                       'NOTHING LOADED'
               MOVE 'Y'               TO WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              DISPLAY 'XFERIN,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              DISPLAY 'XFERIN,UNABLE TO OPEN ACKMAST,'
                      AK-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O OUTC-MASTER-FILE.

           IF OM-FILE-STATUS NOT = '00'
              DISPLAY 'XFERIN,UNABLE TO OPEN OUTCMAST,'
                      OM-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

      *    SAME CREATE-IF-FIRST-RUN SHAPE AS MBIREIS - A SITE THAT
      *    HAS NEVER PROCESSED A REISSUE NOTICE STARTS ITS HISTORY
      *    WITH THE FIRST ONE TRANSFERRED IN.

           OPEN I-O MBI-HIST-FILE.

           IF  HS-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT MBI-HIST-FILE
               CLOSE       MBI-HIST-FILE
               OPEN I-O    MBI-HIST-FILE
           END-IF.

      *    THE COMPANIONS ARE BOTH CHECKED FOR COLLISIONS AND UPDATED,
      *    SO A PACKAGE CANNOT BE TAKEN WITHOUT THEM. SAME CREATE-IF-
      *    FIRST-RUN SHAPE AS SSAACK'S MBIXREF.

           OPEN I-O SSA-XREF-FILE.
           IF SX-FILE-STATUS NOT = '00'
              OPEN OUTPUT SSA-XREF-FILE
              CLOSE       SSA-XREF-FILE
              OPEN I-O    SSA-XREF-FILE
           END-IF.

           IF SX-FILE-STATUS NOT = '00'
              DISPLAY 'XFERIN,UNABLE TO OPEN SSAXREF,'
                      SX-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-SSAXREF-OPEN.

           OPEN I-O MBI-XREF-FILE.
           IF MB-FILE-STATUS NOT = '00'
              OPEN OUTPUT MBI-XREF-FILE
              CLOSE       MBI-XREF-FILE
              OPEN I-O    MBI-XREF-FILE
           END-IF.

           IF MB-FILE-STATUS NOT = '00'
              DISPLAY 'XFERIN,UNABLE TO OPEN MBIXREF,'
                      MB-FILE-STATUS
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1000-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-MBIXREF-OPEN.

       1000-EXIT.
           EXIT.

       1100-LOAD-MANIFEST.

           OPEN INPUT MANIFEST-FILE.

           IF MN-FILE-STATUS NOT = '00'
              DISPLAY 'XFERIN,NO XFERMAN MANIFEST - NOTHING TO '
                      'VALIDATE AGAINST'
              MOVE 'Y'                TO WS-RUN-REFUSED
              GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL END-OF-MANIFEST
               READ MANIFEST-FILE
                 AT END
                   MOVE 'Y' TO WS-NO-MORE-MANIFEST
                 NOT AT END
                   EVALUATE MN-RECORD-TYPE
                     WHEN 'TS'
                       MOVE 'Y'            TO WS-MAN-PRESENT
                       MOVE MN-FROM-SITE   TO WS-MAN-FROM-SITE
                       MOVE MN-TO-SITE     TO WS-MAN-TO-SITE
                       MOVE MN-COUNT       TO WS-MAN-BENE-COUNT
                       MOVE MN-HASH        TO WS-MAN-SIGNATURE
                       MOVE MN-TIMESTAMP   TO WS-MAN-STAMP
                     WHEN 'FL'
                       PERFORM 1110-KEEP-MANIFEST-ENTRY
                          THRU 1110-EXIT
                   END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE MANIFEST-FILE.

           MOVE WS-MAN-FROM-SITE      TO WS-RPT-FROM-SITE.
           MOVE WS-MAN-TO-SITE        TO WS-RPT-TO-SITE.
           MOVE WS-MAN-STAMP          TO WS-RPT-STAMP.
           MOVE WS-RPT-SITE-LINE      TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           IF WS-MAN-PRESENT NOT = 'Y'
              DISPLAY 'XFERIN,MANIFEST HAS NO TS RECORD'
              MOVE 'Y'                TO WS-RUN-REFUSED
           END-IF.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               IF WS-PKG-MAN-PRESENT (WS-FILE-IDX) NOT = 'Y'
                  DISPLAY 'XFERIN,MANIFEST MISSING ENTRY FOR '
                          WS-PKG-ID (WS-FILE-IDX)
                  MOVE 'Y'            TO WS-RUN-REFUSED
               END-IF
           END-PERFORM.

           IF WS-MAN-TO-SITE NOT = WS-OWN-SITE
              DISPLAY 'XFERIN,PACKAGE IS FOR SITE ' WS-MAN-TO-SITE
                      ', THIS IS SITE ' WS-OWN-SITE
              MOVE 'Y'                TO WS-RUN-REFUSED
           END-IF.

           IF WS-MAN-FROM-SITE NOT NUMERIC
           OR WS-MAN-FROM-SITE = WS-OWN-SITE
              DISPLAY 'XFERIN,SENDING SITE ' WS-MAN-FROM-SITE
                      ' NOT VALID'
              MOVE 'Y'                TO WS-RUN-REFUSED
           END-IF.

           IF WS-MAN-BENE-COUNT > 2000
              DISPLAY 'XFERIN,PACKAGE CLAIMS ' WS-MAN-BENE-COUNT
                      ' BENEFICIARIES - MORE THAN ONE PACKAGE HOLDS'
              MOVE 'Y'                TO WS-RUN-REFUSED
           END-IF.

       1100-EXIT.
           EXIT.

       1110-KEEP-MANIFEST-ENTRY.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               IF WS-PKG-ID (WS-FILE-IDX) = MN-FILE-ID
                  MOVE MN-COUNT       TO WS-PKG-MAN-COUNT (WS-FILE-IDX)
                  MOVE MN-HASH        TO WS-PKG-MAN-HASH (WS-FILE-IDX)
                  MOVE 'Y'            TO WS-PKG-MAN-PRESENT
                                                     (WS-FILE-IDX)
               END-IF
           END-PERFORM.

       1110-EXIT.
           EXIT.

      *    ONE PASS OVER ONE PACKAGE FILE. THE VERIFY PASS COUNTS,
      *    HASHES AND LOOKS FOR COLLISIONS; THE LOAD PASS WRITES
      *    EVERY IMAGE WHOSE BENEFICIARY WAS NOT REFUSED.

       2000-PASS-ONE-FILE.

           EVALUATE WS-FILE-IDX
             WHEN 1
               OPEN INPUT XFER-HXRF
             WHEN 2
               OPEN INPUT XFER-ACKM
             WHEN 3
               OPEN INPUT XFER-OUTC
             WHEN OTHER
               OPEN INPUT XFER-MBIH
           END-EVALUATE.

           MOVE 'N'                   TO WS-NO-MORE-IMAGES.

           PERFORM UNTIL END-OF-IMAGES
               PERFORM 0200-READ-PACKAGE-IMAGE
                  THRU 0200-EXIT
               IF NOT END-OF-IMAGES
                  IF VERIFY-PASS
                     PERFORM 0100-HASH-IMAGE-KEY
                        THRU 0100-EXIT
                     PERFORM 2100-CHECK-ONE-IMAGE
                        THRU 2100-EXIT
                  ELSE
                     PERFORM 3000-LOAD-ONE-IMAGE
                        THRU 3000-EXIT
                  END-IF
               END-IF
           END-PERFORM.

           EVALUATE WS-FILE-IDX
             WHEN 1
               CLOSE XFER-HXRF
             WHEN 2
               CLOSE XFER-ACKM
             WHEN 3
               CLOSE XFER-OUTC
             WHEN OTHER
               CLOSE XFER-MBIH
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      *    A CROSSWALK IMAGE ADDS ITS BENEFICIARY TO THE TABLE; EVERY
      *    OTHER IMAGE MUST BELONG TO ONE ALREADY THERE. AN EXISTING
      *    RECORD IS A COLLISION UNLESS IT IS IDENTICAL, OR THIS SITE
      *    MARKED IT TRANSFERRED AWAY, OR (MBIHIST) IT IS THE SAME
      *    BENEFICIARY'S.

       2100-CHECK-ONE-IMAGE.

           MOVE SPACE                 TO WS-COLLISION-REASON.

           EVALUATE WS-FILE-IDX
             WHEN 1
               IF WS-BENE-COUNT NOT < 2000
                  ADD 1               TO WS-ORPHAN-IMAGES
                  GO TO 2100-EXIT
               END-IF
               ADD 1                  TO WS-BENE-COUNT
               MOVE WS-BENE-COUNT     TO WS-BENE-IDX
               MOVE WS-IMAGE (1:12)   TO WS-BENE-RRB-HIC (WS-BENE-IDX)
               MOVE WS-IMAGE (13:11)  TO WS-BENE-SSA-HIC (WS-BENE-IDX)
               MOVE SPACE             TO WS-BENE-REASON (WS-BENE-IDX)
               MOVE ZERO              TO WS-BENE-WRITTEN (WS-BENE-IDX)
               MOVE WS-IMAGE (1:12)   TO HX-RRB-HIC
               READ HIC-XREF-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF  HIC-XREF-REC NOT = WS-IMAGE (1:122)
                   AND NOT HX-TRANSFERRED
                       MOVE '01'      TO WS-COLLISION-REASON
                   END-IF
               END-READ
               IF WS-COLLISION-REASON = SPACE
                  PERFORM 2150-CHECK-COMPANIONS
                     THRU 2150-EXIT
               END-IF
             WHEN 2
               MOVE WS-IMAGE (12:12)  TO WS-LOOKUP-HIC
               PERFORM 0300-FIND-BENEFICIARY
                  THRU 0300-EXIT
               MOVE WS-IMAGE (1:11)   TO AK-SSA-HIC
               READ ACK-MASTER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF  ACK-MASTER-REC NOT = WS-IMAGE (1:57)
                   AND NOT AK-TRANSFERRED
                       MOVE '02'      TO WS-COLLISION-REASON
                   END-IF
               END-READ
             WHEN 3
               MOVE WS-IMAGE (1:12)   TO WS-LOOKUP-HIC
               PERFORM 0300-FIND-BENEFICIARY
                  THRU 0300-EXIT
               MOVE WS-IMAGE (1:12)   TO OM-RRB-HIC
               READ OUTC-MASTER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF  OUTC-MASTER-REC NOT = WS-IMAGE (1:62)
                   AND OM-CUR-CONV-RESULT NOT = 'X'
                       MOVE '03'      TO WS-COLLISION-REASON
                   END-IF
               END-READ
             WHEN OTHER
               MOVE WS-IMAGE (12:12)  TO WS-LOOKUP-HIC
               PERFORM 0300-FIND-BENEFICIARY
                  THRU 0300-EXIT
               MOVE WS-IMAGE (1:11)   TO HS-MBI
               READ MBI-HIST-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF HS-RRB-HIC NOT = WS-LOOKUP-HIC
                      MOVE '04'       TO WS-COLLISION-REASON
                   END-IF
               END-READ
           END-EVALUATE.

           IF WS-BENE-IDX = ZERO
              ADD 1                   TO WS-ORPHAN-IMAGES
              GO TO 2100-EXIT
           END-IF.

           IF  WS-COLLISION-REASON NOT = SPACE
           AND WS-BENE-REASON (WS-BENE-IDX) = SPACE
               MOVE WS-COLLISION-REASON
                                      TO WS-BENE-REASON (WS-BENE-IDX)
           END-IF.

       2100-EXIT.
           EXIT.

      *    THE CROSSWALK IMAGE'S SSA HIC AND MBI MUST NOT ALREADY
      *    BELONG TO ANOTHER RRB HIC ON THE COMPANIONS - THE LOAD
      *    WOULD PUT ONE SSA HIC OR MBI ON TWO BENEFICIARIES.

       2150-CHECK-COMPANIONS.

           IF WS-IMAGE (13:11) NOT = SPACE
              MOVE WS-IMAGE (13:11)   TO SX-SSA-HIC
              READ SSA-XREF-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF SX-RRB-HIC NOT = WS-IMAGE (1:12)
                     MOVE '05'        TO WS-COLLISION-REASON
                     GO TO 2150-EXIT
                  END-IF
              END-READ
           END-IF.

           IF WS-IMAGE (24:11) NOT = SPACE
              MOVE WS-IMAGE (24:11)   TO MB-SSA-MBI
              READ MBI-XREF-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF MB-RRB-HIC NOT = WS-IMAGE (1:12)
                     MOVE '05'        TO WS-COLLISION-REASON
                  END-IF
              END-READ
           END-IF.

       2150-EXIT.
           EXIT.

      *    THE WHOLE-PACKAGE CHECKS, ONCE EVERY FILE HAS BEEN READ.

       2900-VERIFY-PACKAGE.

           MOVE ZERO                  TO WS-PACKAGE-SIGNATURE.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               COMPUTE WS-PACKAGE-SIGNATURE =
                  FUNCTION MOD (
                     (WS-PACKAGE-SIGNATURE
                      + WS-PKG-HASH (WS-FILE-IDX)
                      + (WS-PKG-COUNT (WS-FILE-IDX) * WS-FILE-IDX))
                     999999999999)
               MOVE WS-PKG-ID (WS-FILE-IDX)
                                      TO WS-RPT-FILE-ID
               MOVE WS-PKG-COUNT (WS-FILE-IDX)
                                      TO WS-RPT-FILE-COUNT
               MOVE WS-PKG-HASH (WS-FILE-IDX)
                                      TO WS-RPT-FILE-HASH
               IF  WS-PKG-COUNT (WS-FILE-IDX)
                     = WS-PKG-MAN-COUNT (WS-FILE-IDX)
               AND WS-PKG-HASH (WS-FILE-IDX)
                     = WS-PKG-MAN-HASH (WS-FILE-IDX)
                   MOVE 'VERIFIED'    TO WS-RPT-FILE-VERDICT
                   DISPLAY 'XFERIN,' WS-PKG-ID (WS-FILE-IDX)
                           ',VERIFIED,' WS-PKG-COUNT (WS-FILE-IDX)
               ELSE
                   ADD 1              TO WS-MISMATCHES
                   MOVE 'MANIFEST MISMATCH'
                                      TO WS-RPT-FILE-VERDICT
                   DISPLAY 'XFERIN,' WS-PKG-ID (WS-FILE-IDX)
                           ',MISMATCH,READ,' WS-PKG-COUNT (WS-FILE-IDX)
                           ',MANIFEST,'
                           WS-PKG-MAN-COUNT (WS-FILE-IDX)
                           ',HASH,' WS-PKG-HASH (WS-FILE-IDX)
                           ',MANIFEST,' WS-PKG-MAN-HASH (WS-FILE-IDX)
               END-IF
               MOVE WS-RPT-FILE-LINE  TO XFER-RPT-REC
               WRITE XFER-RPT-REC
           END-PERFORM.

           COMPUTE WS-PACKAGE-SIGNATURE =
              FUNCTION MOD (
                 (WS-PACKAGE-SIGNATURE
                  + WS-BENE-COUNT
                  + (WS-MAN-FROM-SITE-N * 100)
                  + WS-MAN-TO-SITE-N)
                 999999999999).

           MOVE WS-PACKAGE-SIGNATURE  TO WS-RPT-SIGNATURE.

           IF WS-PACKAGE-SIGNATURE = WS-MAN-SIGNATURE
              MOVE 'MATCHES THE MANIFEST'
                                      TO WS-RPT-SIG-VERDICT
           ELSE
              ADD 1                   TO WS-MISMATCHES
              MOVE 'DOES NOT MATCH THE MANIFEST'
                                      TO WS-RPT-SIG-VERDICT
              DISPLAY 'XFERIN,PACKAGE SIGNATURE,'
                      WS-PACKAGE-SIGNATURE ',MANIFEST,'
                      WS-MAN-SIGNATURE
           END-IF.

           MOVE WS-RPT-SIGNATURE-LINE TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           IF WS-BENE-COUNT NOT = WS-MAN-BENE-COUNT
              ADD 1                   TO WS-MISMATCHES
              DISPLAY 'XFERIN,BENEFICIARIES,' WS-BENE-COUNT
                      ',MANIFEST,' WS-MAN-BENE-COUNT
           END-IF.

           IF WS-ORPHAN-IMAGES > ZERO
              ADD 1                   TO WS-MISMATCHES
              DISPLAY 'XFERIN,' WS-ORPHAN-IMAGES
                      ' IMAGES BELONG TO NO BENEFICIARY IN THE PACKAGE'
           END-IF.

           IF WS-MISMATCHES > ZERO
              MOVE 'Y'                TO WS-RUN-REFUSED
           END-IF.

           MOVE SPACE                 TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

       2900-EXIT.
           EXIT.

      *    WRITES ONE IMAGE FOR A BENEFICIARY NOT REFUSED. AN IMAGE
      *    ALREADY HERE IDENTICALLY IS LEFT ALONE; ANY OTHER EXISTING
      *    RECORD GOT PAST THE VERIFY PASS, SO IT IS REPLACED.

       3000-LOAD-ONE-IMAGE.

           EVALUATE WS-FILE-IDX
             WHEN 1
               MOVE WS-IMAGE (1:12)   TO WS-LOOKUP-HIC
             WHEN 3
               MOVE WS-IMAGE (1:12)   TO WS-LOOKUP-HIC
             WHEN OTHER
               MOVE WS-IMAGE (12:12)  TO WS-LOOKUP-HIC
           END-EVALUATE.

           PERFORM 0300-FIND-BENEFICIARY
              THRU 0300-EXIT.

           IF WS-BENE-IDX = ZERO
              GO TO 3000-EXIT
           END-IF.

           IF WS-BENE-REASON (WS-BENE-IDX) NOT = SPACE
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACE                 TO MJ-ACTION.

           EVALUATE WS-FILE-IDX
             WHEN 1
               MOVE 'HICXREF '        TO MJ-FILE-ID
               MOVE SPACE             TO WS-PRIOR-SSA-HIC
                                         WS-PRIOR-MBI
               MOVE WS-IMAGE (1:12)   TO HX-RRB-HIC
               READ HIC-XREF-FILE
                 INVALID KEY
                   MOVE WS-IMAGE (1:122)
                                      TO HIC-XREF-REC
                   WRITE HIC-XREF-REC
                   MOVE 'W'           TO MJ-ACTION
                 NOT INVALID KEY
                   IF HIC-XREF-REC NOT = WS-IMAGE (1:122)
                      MOVE HX-SSA-HIC TO WS-PRIOR-SSA-HIC
                      MOVE HX-SSA-MBI TO WS-PRIOR-MBI
                      MOVE WS-IMAGE (1:122)
                                      TO HIC-XREF-REC
                      REWRITE HIC-XREF-REC
                      MOVE 'R'        TO MJ-ACTION
                   END-IF
               END-READ
               MOVE HIC-XREF-REC      TO MJ-RECORD-IMAGE
               PERFORM 3100-UPSERT-COMPANIONS
                  THRU 3100-EXIT
             WHEN 2
               MOVE 'ACKMAST '        TO MJ-FILE-ID
               MOVE WS-IMAGE (1:11)   TO AK-SSA-HIC
               READ ACK-MASTER-FILE
                 INVALID KEY
                   MOVE WS-IMAGE (1:57)
                                      TO ACK-MASTER-REC
                   WRITE ACK-MASTER-REC
                   MOVE 'W'           TO MJ-ACTION
                 NOT INVALID KEY
                   IF ACK-MASTER-REC NOT = WS-IMAGE (1:57)
                      MOVE WS-IMAGE (1:57)
                                      TO ACK-MASTER-REC
                      REWRITE ACK-MASTER-REC
                      MOVE 'R'        TO MJ-ACTION
                   END-IF
               END-READ
               MOVE ACK-MASTER-REC    TO MJ-RECORD-IMAGE
             WHEN 3
               MOVE 'OUTCMAST'        TO MJ-FILE-ID
               MOVE WS-IMAGE (1:12)   TO OM-RRB-HIC
               READ OUTC-MASTER-FILE
                 INVALID KEY
                   MOVE WS-IMAGE (1:62)
                                      TO OUTC-MASTER-REC
                   WRITE OUTC-MASTER-REC
                   MOVE 'W'           TO MJ-ACTION
                 NOT INVALID KEY
                   IF OUTC-MASTER-REC NOT = WS-IMAGE (1:62)
                      MOVE WS-IMAGE (1:62)
                                      TO OUTC-MASTER-REC
                      REWRITE OUTC-MASTER-REC
                      MOVE 'R'        TO MJ-ACTION
                   END-IF
               END-READ
               MOVE OUTC-MASTER-REC   TO MJ-RECORD-IMAGE
             WHEN OTHER
               MOVE 'MBIHIST '        TO MJ-FILE-ID
               MOVE WS-IMAGE (1:11)   TO HS-MBI
               READ MBI-HIST-FILE
                 INVALID KEY
                   MOVE WS-IMAGE (1:87)
                                      TO MBI-HIST-REC
                   WRITE MBI-HIST-REC
                   MOVE 'W'           TO MJ-ACTION
                 NOT INVALID KEY
                   IF MBI-HIST-REC NOT = WS-IMAGE (1:87)
                      MOVE WS-IMAGE (1:87)
                                      TO MBI-HIST-REC
                      REWRITE MBI-HIST-REC
                      MOVE 'R'        TO MJ-ACTION
                   END-IF
               END-READ
               MOVE MBI-HIST-REC      TO MJ-RECORD-IMAGE
           END-EVALUATE.

           IF MJ-ACTION = SPACE
              GO TO 3000-EXIT
           END-IF.

           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           ADD 1                      TO WS-BENE-WRITTEN (WS-BENE-IDX).

           IF MJ-ACTION = 'W'
              ADD 1                   TO WS-RECORDS-WRITTEN
           ELSE
              ADD 1                   TO WS-RECORDS-REPLACED
           END-IF.

       3000-EXIT.
           EXIT.

      *    MIRRORS THE CROSSWALK RECORD JUST LOADED ONTO THE SSAXREF
      *    AND MBIXREF COMPANIONS - ALSO WHEN IT WAS ALREADY HERE, SO
      *    A RERUN FINISHES A PART-LOADED PACKAGE'S COMPANIONS. A ROW
      *    UNDER THE REPLACED RECORD'S OLD SSA HIC OR MBI IS DELETED
      *    WHEN IT STILL POINTS AT THIS RRB HIC. A KEY ANOTHER RRB HIC
      *    HAS TAKEN SINCE THE VERIFY PASS KEEPS ITS ROW - SSAXBLD'S
      *    FIRST-ONE-WINS RULE - AND IS DISPLAYED. NOT JOURNALED: THE
      *    SSAXBLD REBUILD IS THE COMPANIONS' BASE IMAGE, AS WITH
      *    SSAACK'S AND MBIREIS'S MBIXREF UPSERTS.

       3100-UPSERT-COMPANIONS.

           IF  WS-PRIOR-SSA-HIC NOT = SPACE
           AND WS-PRIOR-SSA-HIC NOT = HX-SSA-HIC
               MOVE WS-PRIOR-SSA-HIC  TO SX-SSA-HIC
               READ SSA-XREF-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SX-RRB-HIC = HX-RRB-HIC
                      DELETE SSA-XREF-FILE RECORD
                   END-IF
               END-READ
           END-IF.

           IF  WS-PRIOR-MBI NOT = SPACE
           AND WS-PRIOR-MBI NOT = HX-SSA-MBI
               MOVE WS-PRIOR-MBI      TO MB-SSA-MBI
               READ MBI-XREF-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF MB-RRB-HIC = HX-RRB-HIC
                      DELETE MBI-XREF-FILE RECORD
                   END-IF
               END-READ
           END-IF.

           IF HX-SSA-HIC NOT = SPACE
              MOVE HX-SSA-HIC         TO SX-SSA-HIC
              MOVE HX-RRB-HIC         TO SX-RRB-HIC
              MOVE HX-SSA-MBI         TO SX-SSA-MBI
              MOVE HX-SSA-BIC         TO SX-SSA-BIC
              MOVE HX-LAST-SEEN       TO SX-LAST-SEEN
              WRITE SSA-XREF-REC
                INVALID KEY
                  READ SSA-XREF-FILE
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF SX-RRB-HIC = HX-RRB-HIC
                         MOVE HX-SSA-MBI
                                      TO SX-SSA-MBI
                         MOVE HX-SSA-BIC
                                      TO SX-SSA-BIC
                         MOVE HX-LAST-SEEN
                                      TO SX-LAST-SEEN
                         REWRITE SSA-XREF-REC
                         ADD 1        TO WS-COMPANION-UPSERTS
                      ELSE
                         ADD 1        TO WS-COMPANION-CLASHES
                         DISPLAY 'XFERIN,SSA HIC CARRIED BY MORE THAN '
                                 'ONE RRB HIC,' SX-RRB-HIC ','
                                 HX-RRB-HIC
                      END-IF
                  END-READ
                NOT INVALID KEY
                  ADD 1               TO WS-COMPANION-UPSERTS
              END-WRITE
           END-IF.

           IF HX-SSA-MBI NOT = SPACE
              MOVE HX-SSA-MBI         TO MB-SSA-MBI
              MOVE HX-RRB-HIC         TO MB-RRB-HIC
              MOVE HX-SSA-HIC         TO MB-SSA-HIC
              MOVE HX-SSA-BIC         TO MB-SSA-BIC
              MOVE HX-LAST-SEEN       TO MB-LAST-SEEN
              WRITE MBI-XREF-REC
                INVALID KEY
                  READ MBI-XREF-FILE
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF MB-RRB-HIC = HX-RRB-HIC
                         MOVE HX-SSA-HIC
                                      TO MB-SSA-HIC
                         MOVE HX-SSA-BIC
                                      TO MB-SSA-BIC
                         MOVE HX-LAST-SEEN
                                      TO MB-LAST-SEEN
                         REWRITE MBI-XREF-REC
                         ADD 1        TO WS-COMPANION-UPSERTS
                      ELSE
                         ADD 1        TO WS-COMPANION-CLASHES
                         DISPLAY 'XFERIN,MBI CARRIED BY MORE THAN '
                                 'ONE RRB HIC,' MB-RRB-HIC ','
                                 HX-RRB-HIC
                      END-IF
                  END-READ
                NOT INVALID KEY
                  ADD 1               TO WS-COMPANION-UPSERTS
              END-WRITE
           END-IF.

       3100-EXIT.
           EXIT.

      *    ONE LISTING LINE PER BENEFICIARY, AND A SHARED-LAYOUT
      *    EXCEPTION FOR EACH ONE REFUSED.

       4000-LIST-ONE-BENEFICIARY.

           IF WS-BENE-IDX = 1
              MOVE WS-RPT-COLUMN-LINE TO XFER-RPT-REC
              WRITE XFER-RPT-REC
           END-IF.

           MOVE WS-BENE-RRB-HIC (WS-BENE-IDX)
                                      TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-RPT-RRB-HIC.

           MOVE SPACE                 TO MH-VALUE-IN.
           MOVE WS-BENE-SSA-HIC (WS-BENE-IDX)
                                      TO MH-VALUE-IN (1:11).
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT (1:11)   TO WS-RPT-SSA-HIC.

           MOVE WS-BENE-WRITTEN (WS-BENE-IDX)
                                      TO WS-RPT-WRITTEN.
           MOVE WS-BENE-REASON (WS-BENE-IDX)
                                      TO WS-RPT-REASON.

           EVALUATE WS-BENE-REASON (WS-BENE-IDX)
             WHEN SPACE
               IF WS-BENE-WRITTEN (WS-BENE-IDX) > ZERO
                  MOVE 'LOADED'       TO WS-RPT-DISPOSITION
                  ADD 1               TO WS-BENE-LOADED
               ELSE
                  MOVE 'ALREADY PRESENT - NOTHING TO LOAD'
                                      TO WS-RPT-DISPOSITION
                  ADD 1               TO WS-BENE-PRESENT
               END-IF
             WHEN '01'
               MOVE 'REFUSED - HICXREF ALREADY HOLDS RRB HIC'
                                      TO WS-RPT-DISPOSITION
             WHEN '02'
               MOVE 'REFUSED - ACKMAST ALREADY HOLDS SSA HIC'
                                      TO WS-RPT-DISPOSITION
             WHEN '03'
               MOVE 'REFUSED - OUTCMAST ALREADY HOLDS RRB HIC'
                                      TO WS-RPT-DISPOSITION
             WHEN '05'
               MOVE 'REFUSED - SSA HIC OR MBI ON ANOTHER RRB HIC'
                                      TO WS-RPT-DISPOSITION
             WHEN OTHER
               MOVE 'REFUSED - MBIHIST HOLDS MBI FOR ANOTHER HIC'
                                      TO WS-RPT-DISPOSITION
           END-EVALUATE.

           MOVE WS-RPT-DETAIL-LINE    TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           IF WS-BENE-REASON (WS-BENE-IDX) NOT = SPACE
              MOVE 'XFERIN  '         TO EXCP-SOURCE-PGM
              MOVE WS-RPT-RRB-HIC     TO EXCP-INPUT-KEY
              MOVE WS-BENE-REASON (WS-BENE-IDX)
                                      TO EXCP-REASON-CODE
              MOVE FUNCTION CURRENT-DATE
                                      TO EXCP-TIMESTAMP
              MOVE SPACE              TO EXCP-SOURCE-CODE
              WRITE EXCP-COMMON-REC
              ADD 1                   TO WS-BENE-REFUSED
           END-IF.

       4000-EXIT.
           EXIT.

       8000-TERMINATE.

           MOVE SPACE                 TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           IF RUN-REFUSED
              MOVE 'PACKAGE REFUSED - NOTHING LOADED'
                                      TO XFER-RPT-REC
              WRITE XFER-RPT-REC
           ELSE
              MOVE 'BENEFICIARIES IN PACKAGE'
                                      TO WS-RPT-COUNT-LABEL
              MOVE WS-BENE-COUNT      TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE  TO XFER-RPT-REC
              WRITE XFER-RPT-REC
              MOVE 'BENEFICIARIES LOADED'
                                      TO WS-RPT-COUNT-LABEL
              MOVE WS-BENE-LOADED     TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE  TO XFER-RPT-REC
              WRITE XFER-RPT-REC
              MOVE 'ALREADY PRESENT'  TO WS-RPT-COUNT-LABEL
              MOVE WS-BENE-PRESENT    TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE  TO XFER-RPT-REC
              WRITE XFER-RPT-REC
              MOVE 'BENEFICIARIES REFUSED'
                                      TO WS-RPT-COUNT-LABEL
              MOVE WS-BENE-REFUSED    TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT-LINE  TO XFER-RPT-REC
              WRITE XFER-RPT-REC
           END-IF.

           MOVE SPACE                 TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           MOVE WS-OWN-SITE           TO WS-RPT-SIGNOFF-SITE.
           MOVE WS-RPT-SIGNOFF-LINE   TO XFER-RPT-REC.
           WRITE XFER-RPT-REC.

           IF RP-FILE-STATUS = '00'
              CLOSE XFER-RPT-FILE
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
           IF HS-FILE-STATUS = '00' OR HS-FILE-STATUS = '23'
              CLOSE MBI-HIST-FILE
           END-IF.
           IF WS-SSAXREF-OPEN = 'Y'
              CLOSE SSA-XREF-FILE
           END-IF.
           IF WS-MBIXREF-OPEN = 'Y'
              CLOSE MBI-XREF-FILE
           END-IF.
           IF XX-FILE-STATUS = '00'
              CLOSE XFER-EXCP-FILE
           END-IF.

           DISPLAY 'XFERIN,BENEFICIARIES IN PACKAGE,' WS-BENE-COUNT.
           DISPLAY 'XFERIN,BENEFICIARIES LOADED,' WS-BENE-LOADED.
           DISPLAY 'XFERIN,ALREADY PRESENT,' WS-BENE-PRESENT.
           DISPLAY 'XFERIN,BENEFICIARIES REFUSED,' WS-BENE-REFUSED.
           DISPLAY 'XFERIN,RECORDS WRITTEN,' WS-RECORDS-WRITTEN
                   ',REPLACED,' WS-RECORDS-REPLACED.
           DISPLAY 'XFERIN,COMPANION ROWS UPSERTED,'
                   WS-COMPANION-UPSERTS
                   ',CLASHES,' WS-COMPANION-CLASHES.
           DISPLAY 'XFERIN,PACKAGE SIGNATURE,'
                   WS-PACKAGE-SIGNATURE.

           MOVE 'XFERIN  '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'XFRHXRF '            TO RL-INPUT-DDNAME.
           MOVE WS-BENE-COUNT         TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED =
                   WS-BENE-LOADED + WS-BENE-PRESENT.
           MOVE WS-BENE-REFUSED       TO RL-RECORDS-REJECTED.
           EVALUATE TRUE
             WHEN RUN-REFUSED
               MOVE 08                TO RL-SEVERITY
             WHEN WS-BENE-REFUSED > ZERO
               MOVE 04                TO RL-SEVERITY
             WHEN OTHER
               MOVE 00                TO RL-SEVERITY
           END-EVALUATE.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
