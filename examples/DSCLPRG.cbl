       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCLPRG.
       AUTHOR. CHRISTIAN STRAMA.

      * PRIVACY ACT DISCLOSURE RECORD RETENTION PURGE. THE DSCLLOG
      * MASTER THE DSCLWRT SERVICE WRITES IS KEYED, NOT A GENERATION
      * DATA GROUP, SO NOTHING ROLLS IT OFF. AN ACCOUNTING OF
      * DISCLOSURES MUST BE KEPT FOR FIVE YEARS AFTER THE DISCLOSURE
      * OR THE LIFE OF THE RECORD, WHICHEVER IS LONGER - WHATEVER THE
      * RETENTION OF THE DATA THAT WAS DISCLOSED. THIS JOB SWEEPS THE
      * MASTER IN KEY ORDER AND DELETES A ROW ONLY WHEN ALL OF THESE
      * HOLD:
      *
      *   - IT IS OLDER THAN THE DISCLOSE ROW OF THE SITE'S RETNSCHD
      *     RECORDS RETENTION SCHEDULE (THROUGH RETNLOOK), AGED IN
      *     CALENDAR DAYS FROM THE DISCLOSURE DATE. WITHOUT A SCHEDULE
      *     ROW THE STATUTORY FIVE YEARS APPLIES, AND A SCHEDULE ROW
      *     SHORTER THAN THE STATUTE IS OVERRIDDEN BY IT AND SAID ON
      *     SYSOUT - THE SCHEDULE MAY KEEP THE ROWS LONGER, NEVER
      *     SHORTER.
      *   - THE BENEFICIARY'S RECORD IS GONE - THE RRB HIC NO LONGER
      *     ON THE HICXREF COMPANION. A ROW RECORDED WITHOUT AN RRB
      *     HIC IS KEPT WHILE ITS SSA HIC STILL RESOLVES THROUGH
      *     SSAXLOOK.
      *   - NEITHER HIC IS UNDER A LEGAL HOLD ON THE LGLHOLD REGISTRY
      *     (THROUGH HOLDCHK). A ROW KEPT BY A HOLD IS WRITTEN TO THE
      *     SHARED HOLDSKIP FILE SO THE HOLD OFFICE SEES WHAT ITS HOLD
      *     KEPT.
      *
      * THE ROWS ARE THEMSELVES THE ACCOUNTING, SO A ROW PAST
      * RETENTION IS NOT ARCHIVED. EVERY DELETE IS JOURNALED THROUGH
      * MSTJRNL. A ROW WITH A NON-NUMERIC DISCLOSURE DATE IS KEPT
      * RATHER THAN RISK PURGING ON GARBAGE. THE SWEEP TAKES NO
      * CHECKPOINT - A RERUN AFTER AN ABEND SIMPLY SWEEPS AGAIN AND
      * FINDS THE ROWS ALREADY DELETED GONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    SAME MASTER DSCLWRT WRITES, WITH THE SAME TEST-SCOPED DSN
      *    TREATMENT UNDER THE SHARED BTCHTEST SWITCH SO A REHEARSAL
      *    RUN CAN NEVER PURGE THE PRODUCTION ACCOUNTING.

           SELECT DISCLOSURE-FILE ASSIGN TO WS-DSCLLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS DR-KEY
                                  FILE STATUS IS DR-FILE-STATUS.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE RANDOM
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DISCLOSURE-FILE.

           COPY DSCLREC.

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
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  DR-FILE-STATUS              PIC  X(02).
       01  HX-FILE-STATUS              PIC  X(02).
       01  HK-FILE-STATUS              PIC  X(02).

       01  WS-DSCLLOG-DSN              PIC  X(08).
       01  WS-HICXREF-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-RECORDS     PIC X(01)  VALUE 'N'.
               88  END-OF-DISCLOSURES         VALUE 'Y'.
           05  WS-RECORD-LIVE      PIC X(01)  VALUE 'N'.
               88  RECORD-LIVE                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-PURGED       PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-KEPT         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-LIVE         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-HELD         PIC 9(09)  VALUE ZERO.

      *    THE STATUTORY FLOOR - FIVE YEARS AFTER THE DISCLOSURE. THE
      *    SCHEDULE'S DISCLOSE ROW GOVERNS WHEN IT IS LONGER.

       01  WS-STATUTORY-DAYS           PIC 9(05)  VALUE 01826.
       01  WS-RETENTION-DAYS           PIC 9(05)  VALUE 01826.
       01  WS-RETENTION-SOURCE         PIC X(08)  VALUE 'STATUTE '.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08)  VALUE ZERO.
       01  WS-DISC-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-DISC-INTEGER             PIC 9(08)  VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(08) VALUE ZERO.

       01  WS-CURRENT-TIMESTAMP        PIC X(26).

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR RETNLOOK - SAME LAYOUT AS RETNLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC  X(08).
           05  RN-UNIT                 PIC  X(01).
           05  RN-DEFAULT              PIC  9(05).
           05  RN-PERIOD               PIC  9(05).
           05  RN-SOURCE               PIC  X(01).
           05  RN-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR SSAXLOOK - SAME LAYOUT AS SSAXLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-SSAXLOOK-PARAMETERS.
           05  SL-SSA-HIC              PIC  X(11).
           05  SL-FOUND                PIC  X(01).
           05  SL-RRB-HIC              PIC  X(12).
           05  SL-SSA-BIC              PIC  X(02).
           05  SL-LAST-SEEN            PIC  X(26).
           05  SL-SSA-MBI              PIC  X(11).

      *    PARAMETERS FOR HOLDCHK - SAME LAYOUT AS HOLDCHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-HOLDCHK-PARAMETERS.
           05  HC-FUNCTION             PIC  X(01).
           05  HC-ID-TYPE              PIC  X(01).
           05  HC-KEY                  PIC  X(12).
           05  HC-IMAGE                PIC  X(135).
           05  HC-HELD                 PIC  X(01).
               88  HC-UNDER-HOLD                   VALUE 'Y'.
           05  HC-HOLD-TYPE            PIC  X(01).
           05  HC-HOLD-ID              PIC  X(12).
           05  HC-REASON               PIC  X(30).
           05  HC-REQUESTER            PIC  X(20).
           05  HC-RELEASE-DATE         PIC  X(08).
           05  HC-ACTIVE-HOLDS         PIC  9(04).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM UNTIL END-OF-DISCLOSURES
              PERFORM 2000-AGE-ONE-DISCLOSURE
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'DSCLLOGT'          TO  WS-DSCLLOG-DSN
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
           ELSE
               MOVE  'DSCLLOG '          TO  WS-DSCLLOG-DSN
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
           END-IF.

           MOVE 'DSCLPRG '             TO MJ-SOURCE-PGM.
           MOVE 'DSCLLOG '             TO MJ-FILE-ID.

      *    WITHOUT THE COMPANION THE LIFE OF A RECORD CANNOT BE TOLD,
      *    SO NOTHING IS PURGED.

           OPEN INPUT HIC-XREF-FILE.

           IF  HX-FILE-STATUS       NOT =  '00'
               DISPLAY 'DSCLPRG,UNABLE TO OPEN HIC-XREF-FILE,'
                       HX-FILE-STATUS ',NOTHING PURGED'
               MOVE 'Y'                 TO NO-MORE-RECORDS
               MOVE '99'                TO DR-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O DISCLOSURE-FILE.

           IF  DR-FILE-STATUS       NOT =  '00'
               DISPLAY 'DSCLPRG,UNABLE TO OPEN DISCLOSURE-FILE,'
                       DR-FILE-STATUS
               MOVE 'Y'                 TO NO-MORE-RECORDS
               GO TO 1000-EXIT
           END-IF.

           OPEN EXTEND HOLD-SKIP-FILE.
           IF HK-FILE-STATUS NOT = '00'
              OPEN OUTPUT HOLD-SKIP-FILE
           END-IF.

           PERFORM 1200-SCHEDULE-RETENTION
              THRU 1200-EXIT.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP (1:8)
                                       TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           MOVE LOW-VALUES             TO DR-KEY.
           START DISCLOSURE-FILE KEY NOT < DR-KEY
              INVALID KEY
                 MOVE 'Y'              TO NO-MORE-RECORDS
           END-START.

       1000-EXIT.
           EXIT.

       1200-SCHEDULE-RETENTION.

           MOVE 'DISCLOSE'             TO RN-CLASS.
           MOVE 'D'                    TO RN-UNIT.
           MOVE WS-STATUTORY-DAYS      TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

           IF RN-SOURCE NOT = 'S'
              GO TO 1200-EXIT
           END-IF.

           IF RN-PERIOD < WS-STATUTORY-DAYS
              DISPLAY 'DSCLPRG,SCHEDULED DISCLOSE RETENTION '
                      RN-PERIOD ' DAYS IS UNDER THE STATUTORY '
                      WS-STATUTORY-DAYS ',STATUTE APPLIED'
           ELSE
              MOVE RN-PERIOD           TO WS-RETENTION-DAYS
              MOVE 'RETNSCHD'          TO WS-RETENTION-SOURCE
           END-IF.

       1200-EXIT.
           EXIT.

      *    READS THE NEXT DISCLOSURE ROW AND DELETES IT WHEN IT IS
      *    OLDER THAN THE RETENTION PERIOD, THE BENEFICIARY'S RECORD
      *    IS GONE, AND IT IS UNDER NO LEGAL HOLD.

       2000-AGE-ONE-DISCLOSURE.

           READ DISCLOSURE-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-RECORDS
           END-READ.

           IF END-OF-DISCLOSURES
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF  DR-DISC-DATE             NUMERIC
               MOVE DR-DISC-DATE        TO WS-DISC-DATE
               COMPUTE WS-DISC-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DISC-DATE)
               COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-DISC-INTEGER
           ELSE
               MOVE ZERO                TO WS-AGE-DAYS
           END-IF.

           IF  WS-AGE-DAYS NOT > WS-RETENTION-DAYS
               ADD 1                    TO WS-RECORDS-KEPT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2030-CHECK-RECORD-LIFE
              THRU 2030-EXIT.

           IF  RECORD-LIVE
               ADD 1                    TO WS-RECORDS-KEPT
                                           WS-RECORDS-LIVE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2050-CHECK-LEGAL-HOLD
              THRU 2050-EXIT.

           IF  HC-UNDER-HOLD
               ADD 1                    TO WS-RECORDS-KEPT
               GO TO 2000-EXIT
           END-IF.

           MOVE 'D'                    TO MJ-ACTION.
           MOVE DISCLOSURE-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           DELETE DISCLOSURE-FILE.
           ADD 1                       TO WS-RECORDS-PURGED.

       2000-EXIT.
           EXIT.

      *    THE ACCOUNTING OUTLIVES THE FIVE YEARS WHILE THE RECORD IT
      *    ACCOUNTS FOR IS STILL HELD - THE RRB HIC STILL ON THE
      *    COMPANION, OR FOR A ROW WITHOUT ONE, ITS SSA HIC STILL
      *    RESOLVING.

       2030-CHECK-RECORD-LIFE.

           MOVE 'N'                    TO WS-RECORD-LIVE.

           IF DR-RRB-HIC NOT = SPACE
              MOVE DR-RRB-HIC          TO HX-RRB-HIC
              READ HIC-XREF-FILE
                INVALID KEY
                  GO TO 2030-EXIT
              END-READ
              MOVE 'Y'                 TO WS-RECORD-LIVE
              GO TO 2030-EXIT
           END-IF.

           IF DR-SSA-HIC = SPACE
              GO TO 2030-EXIT
           END-IF.

           MOVE DR-SSA-HIC             TO SL-SSA-HIC.
           CALL 'SSAXLOOK' USING WS-SSAXLOOK-PARAMETERS.

           IF SL-FOUND = 'Y'
              MOVE 'Y'                 TO WS-RECORD-LIVE
           END-IF.

       2030-EXIT.
           EXIT.

      *    A DISCLOSURE DUE FOR PURGE IS KEPT WHILE EITHER OF ITS HICS
      *    IS UNDER A LEGAL HOLD, AND THE SKIP IS RECORDED ON HOLDSKIP.

       2050-CHECK-LEGAL-HOLD.

           MOVE 'N'                    TO HC-HELD.
           MOVE 'K'                    TO HC-FUNCTION.

           IF DR-RRB-HIC NOT = SPACE
              MOVE 'R'                 TO HC-ID-TYPE
              MOVE DR-RRB-HIC          TO HC-KEY
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
           END-IF.

           IF  NOT HC-UNDER-HOLD
           AND DR-SSA-HIC NOT = SPACE
              MOVE 'S'                 TO HC-ID-TYPE
              MOVE SPACE               TO HC-KEY
              MOVE DR-SSA-HIC          TO HC-KEY
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
           END-IF.

           IF NOT HC-UNDER-HOLD
              GO TO 2050-EXIT
           END-IF.

           MOVE 'DSCLPRG '             TO HK-SOURCE-PGM.
           MOVE 'DISCLOSE'             TO HK-CLASS.
           MOVE DR-KEY                 TO HK-ITEM.
           MOVE HC-HOLD-TYPE           TO HK-HOLD-TYPE.
           MOVE HC-HOLD-ID             TO HK-HOLD-ID.
           MOVE WS-TODAY-DATE          TO HK-SKIP-DATE.
           WRITE HOLD-SKIP-REC.

           ADD 1                       TO WS-RECORDS-HELD.

       2050-EXIT.
           EXIT.

       8000-TERMINATE.

           IF DR-FILE-STATUS = '00' OR DR-FILE-STATUS = '10'
              CLOSE DISCLOSURE-FILE
                    HOLD-SKIP-FILE
           END-IF.

           IF HX-FILE-STATUS = '00' OR HX-FILE-STATUS = '23'
              CLOSE HIC-XREF-FILE
           END-IF.

           DISPLAY 'DSCLPRG,DISCLOSURES READ,' WS-RECORDS-READ.
           DISPLAY 'DSCLPRG,RETENTION DAYS,' WS-RETENTION-DAYS
                   ',FROM,' WS-RETENTION-SOURCE.
           DISPLAY 'DSCLPRG,DISCLOSURES PURGED,' WS-RECORDS-PURGED.
           DISPLAY 'DSCLPRG,DISCLOSURES KEPT,' WS-RECORDS-KEPT.
           DISPLAY 'DSCLPRG,KEPT FOR LIFE OF RECORD,' WS-RECORDS-LIVE.
           DISPLAY 'DSCLPRG,KEPT UNDER LEGAL HOLD,' WS-RECORDS-HELD.

       8000-EXIT.
           EXIT.
