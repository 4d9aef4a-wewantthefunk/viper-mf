       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTLPRG.
       AUTHOR. CHRISTIAN STRAMA.

      * CONTACT LOG RETENTION PURGE. THE CONTLOG MASTER THE CNTL
      * SCREEN (CNTLENT) WRITES TO GROWS BY EVERY CALL, LETTER AND
      * WALK-IN THE CLERKS RECORD, AND THE SCREEN NEVER DELETES ONE.
      * THIS JOB SWEEPS THE MASTER IN KEY ORDER AND ARCHIVES-AND-
      * DELETES EVERY CONTACT OLDER THAN THE CONTACT ROW OF THE SITE'S
      * RETNSCHD RECORDS RETENTION SCHEDULE (THROUGH RETNLOOK), AGED IN
      * CALENDAR DAYS FROM THE DATE OF THE CONTACT ITSELF. WITHOUT A
      * SCHEDULE ROW THE COMPILED-IN DEFAULT OF SEVEN YEARS APPLIES.
      * THE ARCHIVE CARRIES THE FULL CONTACT RECORD PLUS THE DATE IT
      * WAS ARCHIVED, THE SAME SHAPE HICAGE'S ARCHIVE USES.
      *
      * A CONTACT WHOSE FOLLOW-UP IS STILL OPEN IS NEVER PURGED,
      * HOWEVER OLD - SOMEONE STILL OWES THE CALLER AN ANSWER. A
      * CONTACT PAST RETENTION WHOSE RRB HIC IS UNDER A LEGAL HOLD ON
      * THE LGLHOLD REGISTRY (THROUGH HOLDCHK) IS KEPT AND WRITTEN TO
      * THE SHARED HOLDSKIP FILE SO THE HOLD OFFICE SEES WHAT ITS HOLD
      * KEPT. EVERY DELETE IS JOURNALED THROUGH MSTJRNL; THE JOURNAL
      * IMAGE HOLDS THE WHOLE RECORD UP TO ITS TRAILING FILLER.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    SAME MASTER CNTLENT MAINTAINS, WITH THE SAME TEST-SCOPED
      *    DSN TREATMENT UNDER THE SHARED BTCHTEST SWITCH (SEE THE
      *    WSTMODE COPYBOOK) SO A REHEARSAL RUN CAN NEVER PURGE THE
      *    PRODUCTION CONTACT LOG.

           SELECT CONTACT-LOG-FILE
                                  ASSIGN TO WS-CONTLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS CL-KEY
                                  FILE STATUS IS CL-FILE-STATUS.

      *    DATED ARCHIVE - ONE RECORD PER PURGED CONTACT, OPENED
      *    EXTEND SO A RERUN APPENDS INSTEAD OF TRUNCATING AN ARCHIVE
      *    ALREADY TAKEN TODAY.

           SELECT ARCHIVE-FILE    ASSIGN TO CONTARCH
                                  FILE STATUS IS AR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTACT-LOG-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY CNTLREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 158 CHARACTERS.

       01  ARCHIVE-REC.
           05  AR-CONTACT-IMAGE        PIC  X(150).
           05  AR-ARCHIVE-DATE         PIC  X(08).

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  CL-FILE-STATUS              PIC  X(02).
       01  AR-FILE-STATUS              PIC  X(02).
       01  HK-FILE-STATUS              PIC  X(02).

       01  WS-CONTLOG-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-RECORDS     PIC X(01)  VALUE 'N'.
               88  END-OF-MASTER              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-ARCHIVED     PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-KEPT         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-HELD         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-OPEN         PIC 9(09)  VALUE ZERO.

      *    DEFAULT RETENTION - SEVEN YEARS OF CONTACTS, THE SAME
      *    PERIOD THE ARCHIVE CLASSES DEFAULT TO. THE SCHEDULE'S
      *    CONTACT ROW GOVERNS WHEN THERE IS ONE.

       01  WS-RETENTION-DAYS           PIC 9(05)  VALUE 02557.
       01  WS-RETENTION-SOURCE         PIC X(08)  VALUE 'DEFAULT '.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08)  VALUE ZERO.
       01  WS-CONTACT-DATE             PIC 9(08)  VALUE ZERO.
       01  WS-CONTACT-INTEGER          PIC 9(08)  VALUE ZERO.
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

      *    PARAMETERS FOR CKPTSRV - SAME LAYOUT AS CKPTSRV'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. A RESTART RESUMES THE KEYED SWEEP
      *    PAST THE CHECKPOINTED KEY (HIC AND CONTACT STAMP, THE FULL
      *    26 BYTES); THE ARCHIVE IS OPENED EXTEND, SO NOTHING
      *    ARCHIVED BEFORE THE ABEND IS LOST OR DOUBLED.

       01  WS-CKPTSRV-PARAMETERS.
           05  CP-FUNCTION             PIC  X(01).
           05  CP-JOB-NAME             PIC  X(08).
           05  CP-RESUME-FLAG          PIC  X(01).
           05  CP-LAST-KEY             PIC  X(26).
           05  CP-RECORDS-DONE         PIC  9(09).
           05  CP-COUNT-1              PIC  9(09).
           05  CP-COUNT-2              PIC  9(09).
           05  CP-RETURN-CODE          PIC  9(02).

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

       01  WS-CKPT-INTERVAL            PIC 9(05)  VALUE 05000.
       01  WS-READS-SINCE-CKPT         PIC 9(05)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM UNTIL END-OF-MASTER
              PERFORM 2000-AGE-ONE-CONTACT
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'CONTLOGT'          TO  WS-CONTLOG-DSN
           ELSE
               MOVE  'CONTLOG '          TO  WS-CONTLOG-DSN
           END-IF.

           MOVE 'CNTLPRG '             TO MJ-SOURCE-PGM.
           MOVE 'CONTLOG '             TO MJ-FILE-ID.

           OPEN I-O CONTACT-LOG-FILE.

           IF  CL-FILE-STATUS       NOT =  '00'
               DISPLAY 'CNTLPRG,UNABLE TO OPEN CONTACT-LOG-FILE,'
                       CL-FILE-STATUS
               MOVE 'Y'                 TO NO-MORE-RECORDS
               GO TO 1000-EXIT
           END-IF.

           OPEN EXTEND ARCHIVE-FILE.
           IF AR-FILE-STATUS NOT = '00'
              OPEN OUTPUT ARCHIVE-FILE
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

           MOVE 'CNTLPRG '             TO CP-JOB-NAME.
           MOVE 'R'                    TO CP-FUNCTION.
           CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS.

           IF CP-RESUME-FLAG = 'Y'
              MOVE CP-RECORDS-DONE     TO WS-RECORDS-READ
              MOVE CP-COUNT-1          TO WS-RECORDS-ARCHIVED
              MOVE CP-COUNT-2          TO WS-RECORDS-KEPT
              MOVE CP-LAST-KEY         TO CL-KEY
              DISPLAY 'CNTLPRG,RESUMING PAST KEY,' CL-RRB-HIC
                      ',' CL-CONTACT-STAMP
              START CONTACT-LOG-FILE KEY > CL-KEY
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-RECORDS
              END-START
           ELSE
              MOVE LOW-VALUES          TO CL-KEY
              START CONTACT-LOG-FILE KEY NOT < CL-KEY
                 INVALID KEY
                    MOVE 'Y'           TO NO-MORE-RECORDS
              END-START
           END-IF.

       1000-EXIT.
           EXIT.

       1200-SCHEDULE-RETENTION.

           MOVE 'CONTACT '             TO RN-CLASS.
           MOVE 'D'                    TO RN-UNIT.
           MOVE WS-RETENTION-DAYS      TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

           IF RN-SOURCE = 'S'
              MOVE RN-PERIOD           TO WS-RETENTION-DAYS
              MOVE 'RETNSCHD'          TO WS-RETENTION-SOURCE
           END-IF.

       1200-EXIT.
           EXIT.

      *    READS THE NEXT CONTACT AND ARCHIVES-AND-DELETES IT WHEN IT
      *    IS OLDER THAN THE RETENTION PERIOD, HAS NO OPEN FOLLOW-UP
      *    AND IS UNDER NO LEGAL HOLD.

       2000-AGE-ONE-CONTACT.

           READ CONTACT-LOG-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-RECORDS
           END-READ.

           IF END-OF-MASTER
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

      *    THE CONTACT STAMP'S FIRST EIGHT BYTES ARE THE YYYYMMDD OF
      *    THE CONTACT. A CONTACT WITH A NON-NUMERIC DATE IS KEPT
      *    RATHER THAN RISK PURGING ON GARBAGE.

           IF  CL-CONTACT-STAMP (1:8)   NUMERIC
               MOVE CL-CONTACT-STAMP (1:8)
                                        TO WS-CONTACT-DATE
               COMPUTE WS-CONTACT-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-CONTACT-DATE)
               COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-CONTACT-INTEGER
           ELSE
               MOVE ZERO                TO WS-AGE-DAYS
           END-IF.

           MOVE 'N'                    TO HC-HELD.

           IF  WS-AGE-DAYS > WS-RETENTION-DAYS
           AND CL-FOLLOWUP-OPEN
               ADD 1 TO WS-RECORDS-OPEN
           END-IF.

           IF  WS-AGE-DAYS > WS-RETENTION-DAYS
           AND NOT CL-FOLLOWUP-OPEN
              PERFORM 2050-CHECK-LEGAL-HOLD
                 THRU 2050-EXIT
           END-IF.

           IF  WS-AGE-DAYS > WS-RETENTION-DAYS
           AND NOT CL-FOLLOWUP-OPEN
           AND NOT HC-UNDER-HOLD
              PERFORM 2100-ARCHIVE-AND-DELETE
                 THRU 2100-EXIT
           ELSE
              ADD 1 TO WS-RECORDS-KEPT
           END-IF.

           ADD 1 TO WS-READS-SINCE-CKPT.
           IF WS-READS-SINCE-CKPT >= WS-CKPT-INTERVAL
              MOVE ZERO                TO WS-READS-SINCE-CKPT
              MOVE 'W'                 TO CP-FUNCTION
              MOVE CL-KEY              TO CP-LAST-KEY
              MOVE WS-RECORDS-READ     TO CP-RECORDS-DONE
              MOVE WS-RECORDS-ARCHIVED TO CP-COUNT-1
              MOVE WS-RECORDS-KEPT     TO CP-COUNT-2
              CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS
           END-IF.

       2000-EXIT.
           EXIT.

      *    A CONTACT DUE FOR PURGE IS KEPT WHILE ITS BENEFICIARY IS
      *    UNDER A LEGAL HOLD, AND THE SKIP IS RECORDED ON HOLDSKIP.

       2050-CHECK-LEGAL-HOLD.

           MOVE 'K'                    TO HC-FUNCTION.
           MOVE 'R'                    TO HC-ID-TYPE.
           MOVE CL-RRB-HIC             TO HC-KEY.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           IF NOT HC-UNDER-HOLD
              GO TO 2050-EXIT
           END-IF.

           MOVE 'CNTLPRG '             TO HK-SOURCE-PGM.
           MOVE 'CONTACT '             TO HK-CLASS.
           MOVE CL-KEY                 TO HK-ITEM.
           MOVE HC-HOLD-TYPE           TO HK-HOLD-TYPE.
           MOVE HC-HOLD-ID             TO HK-HOLD-ID.
           MOVE WS-TODAY-DATE          TO HK-SKIP-DATE.
           WRITE HOLD-SKIP-REC.

           ADD 1                       TO WS-RECORDS-HELD.

       2050-EXIT.
           EXIT.

      *    WRITES THE FULL CONTACT PLUS TODAY'S DATE TO THE ARCHIVE,
      *    VERIFIES THE WRITE TOOK, AND ONLY THEN DELETES THE MASTER
      *    RECORD - A CONTACT THAT CAN'T BE ARCHIVED IS NEVER DELETED.

       2100-ARCHIVE-AND-DELETE.

           MOVE CONTACT-LOG-REC        TO AR-CONTACT-IMAGE.
           MOVE WS-TODAY-DATE          TO AR-ARCHIVE-DATE.

           WRITE ARCHIVE-REC.

           IF  AR-FILE-STATUS          =  '00'
               MOVE 'D'                TO MJ-ACTION
               MOVE CONTACT-LOG-REC    TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
               DELETE CONTACT-LOG-FILE
               ADD 1                   TO WS-RECORDS-ARCHIVED
           ELSE
               DISPLAY 'CNTLPRG,ARCHIVE WRITE FAILED,'
                       AR-FILE-STATUS ',RECORD KEPT,' CL-RRB-HIC
               ADD 1                   TO WS-RECORDS-KEPT
           END-IF.

       2100-EXIT.
           EXIT.

       8000-TERMINATE.

           CLOSE CONTACT-LOG-FILE
                 ARCHIVE-FILE
                 HOLD-SKIP-FILE.

      *    THE CHECKPOINT IS ONLY CLEARED AFTER A SWEEP THAT REALLY
      *    RAN - A MASTER THAT NEVER OPENED MUST NOT COST AN ABENDED
      *    RUN ITS RESTART POINT.

           IF CL-FILE-STATUS = '00' OR CL-FILE-STATUS = '10'
              MOVE 'C'                 TO CP-FUNCTION
              CALL 'CKPTSRV' USING WS-CKPTSRV-PARAMETERS
           END-IF.

           DISPLAY 'CNTLPRG,CONTACTS READ,' WS-RECORDS-READ.
           DISPLAY 'CNTLPRG,RETENTION DAYS,' WS-RETENTION-DAYS
                   ',FROM,' WS-RETENTION-SOURCE.
           DISPLAY 'CNTLPRG,CONTACTS ARCHIVED AND PURGED,'
                   WS-RECORDS-ARCHIVED.
           DISPLAY 'CNTLPRG,CONTACTS KEPT,' WS-RECORDS-KEPT.
           DISPLAY 'CNTLPRG,KEPT WITH FOLLOW-UP OPEN,'
                   WS-RECORDS-OPEN.
           DISPLAY 'CNTLPRG,KEPT UNDER LEGAL HOLD,' WS-RECORDS-HELD.

       8000-EXIT.
           EXIT.
