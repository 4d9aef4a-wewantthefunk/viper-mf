       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMTHPRG.
       AUTHOR. CHRISTIAN STRAMA.

      * TRANSMISSION HISTORY RETENTION PURGE. THE XMTHIST HISTORY
      * RRBXMIT'S FINALIZE WRITES GROWS BY EVERY DETAIL SENT TO SSA
      * AND IS KEYED, NOT A GENERATION DATA GROUP, SO NOTHING ROLLS
      * IT OFF. THIS JOB SWEEPS THE HISTORY IN KEY ORDER AND DELETES
      * EVERY ROW OLDER THAN THE XMITHIST ROW OF THE SITE'S RETNSCHD
      * RECORDS RETENTION SCHEDULE (THROUGH RETNLOOK), AGED IN
      * CALENDAR DAYS FROM THE SEND DATE. WITHOUT A SCHEDULE ROW THE
      * COMPILED-IN DEFAULT OF SEVEN YEARS APPLIES.
      *
      * THE HISTORY IS ITSELF THE RECORD OF WHAT WAS SENT, SO A ROW
      * PAST RETENTION IS NOT ARCHIVED - AN ARCHIVE WOULD ONLY KEEP
      * IT PAST THE SCHEDULE UNDER ANOTHER NAME. A ROW PAST
      * RETENTION WHOSE RRB HIC OR SSA HIC IS UNDER A LEGAL HOLD ON
      * THE LGLHOLD REGISTRY (THROUGH HOLDCHK) IS KEPT AND WRITTEN TO
      * THE SHARED HOLDSKIP FILE SO THE HOLD OFFICE SEES WHAT ITS
      * HOLD KEPT. EVERY DELETE IS JOURNALED THROUGH MSTJRNL. A ROW
      * WITH A NON-NUMERIC SEND DATE IS KEPT RATHER THAN RISK
      * PURGING ON GARBAGE. THE SWEEP TAKES NO CHECKPOINT - A RERUN
      * AFTER AN ABEND SIMPLY SWEEPS AGAIN AND FINDS THE ROWS ALREADY
      * DELETED GONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    SAME HISTORY RRBXMIT WRITES, WITH THE SAME TEST-SCOPED DSN
      *    TREATMENT UNDER THE SHARED BTCHTEST SWITCH SO A REHEARSAL
      *    RUN CAN NEVER PURGE THE PRODUCTION HISTORY.

           SELECT XMIT-HIST-FILE  ASSIGN TO WS-XMTHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TX-HIST-KEY
                                  FILE STATUS IS TX-FILE-STATUS.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  XMIT-HIST-FILE.

           COPY XMTHIST.

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  TX-FILE-STATUS              PIC  X(02).
       01  HK-FILE-STATUS              PIC  X(02).

       01  WS-XMTHIST-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-RECORDS     PIC X(01)  VALUE 'N'.
               88  END-OF-HISTORY             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-PURGED       PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-KEPT         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-HELD         PIC 9(09)  VALUE ZERO.

      *    DEFAULT RETENTION - SEVEN YEARS OF SENDS, THE SAME PERIOD
      *    THE ARCHIVE CLASSES DEFAULT TO. THE SCHEDULE'S XMITHIST
      *    ROW GOVERNS WHEN THERE IS ONE.

       01  WS-RETENTION-DAYS           PIC 9(05)  VALUE 02555.
       01  WS-RETENTION-SOURCE         PIC X(08)  VALUE 'DEFAULT '.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08)  VALUE ZERO.
       01  WS-SEND-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-SEND-INTEGER             PIC 9(08)  VALUE ZERO.
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

           PERFORM UNTIL END-OF-HISTORY
              PERFORM 2000-AGE-ONE-SEND
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'XMTHISTT'          TO  WS-XMTHIST-DSN
           ELSE
               MOVE  'XMTHIST '          TO  WS-XMTHIST-DSN
           END-IF.

           MOVE 'XMTHPRG '             TO MJ-SOURCE-PGM.
           MOVE 'XMTHIST '             TO MJ-FILE-ID.

           OPEN I-O XMIT-HIST-FILE.

           IF  TX-FILE-STATUS       NOT =  '00'
               DISPLAY 'XMTHPRG,UNABLE TO OPEN XMIT-HIST-FILE,'
                       TX-FILE-STATUS
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

           MOVE LOW-VALUES             TO TX-HIST-KEY.
           START XMIT-HIST-FILE KEY NOT < TX-HIST-KEY
              INVALID KEY
                 MOVE 'Y'              TO NO-MORE-RECORDS
           END-START.

       1000-EXIT.
           EXIT.

       1200-SCHEDULE-RETENTION.

           MOVE 'XMITHIST'             TO RN-CLASS.
           MOVE 'D'                    TO RN-UNIT.
           MOVE WS-RETENTION-DAYS      TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

           IF RN-SOURCE = 'S'
              MOVE RN-PERIOD           TO WS-RETENTION-DAYS
              MOVE 'RETNSCHD'          TO WS-RETENTION-SOURCE
           END-IF.

       1200-EXIT.
           EXIT.

      *    READS THE NEXT HISTORY ROW AND DELETES IT WHEN IT IS OLDER
      *    THAN THE RETENTION PERIOD AND UNDER NO LEGAL HOLD.

       2000-AGE-ONE-SEND.

           READ XMIT-HIST-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-RECORDS
           END-READ.

           IF END-OF-HISTORY
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF  TX-SEND-DATE             NUMERIC
               MOVE TX-SEND-DATE        TO WS-SEND-DATE
               COMPUTE WS-SEND-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-SEND-DATE)
               COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-SEND-INTEGER
           ELSE
               MOVE ZERO                TO WS-AGE-DAYS
           END-IF.

           MOVE 'N'                    TO HC-HELD.

           IF  WS-AGE-DAYS > WS-RETENTION-DAYS
              PERFORM 2050-CHECK-LEGAL-HOLD
                 THRU 2050-EXIT
           END-IF.

           IF  WS-AGE-DAYS > WS-RETENTION-DAYS
           AND NOT HC-UNDER-HOLD
              MOVE 'D'                 TO MJ-ACTION
              MOVE XMIT-HIST-REC       TO MJ-RECORD-IMAGE
              CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
              DELETE XMIT-HIST-FILE
              ADD 1                    TO WS-RECORDS-PURGED
           ELSE
              ADD 1                    TO WS-RECORDS-KEPT
           END-IF.

       2000-EXIT.
           EXIT.

      *    A SEND DUE FOR PURGE IS KEPT WHILE EITHER OF ITS HICS IS
      *    UNDER A LEGAL HOLD, AND THE SKIP IS RECORDED ON HOLDSKIP.

       2050-CHECK-LEGAL-HOLD.

           MOVE 'K'                    TO HC-FUNCTION.
           MOVE 'R'                    TO HC-ID-TYPE.
           MOVE TX-RRB-HIC             TO HC-KEY.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           IF NOT HC-UNDER-HOLD
              MOVE 'S'                 TO HC-ID-TYPE
              MOVE SPACE               TO HC-KEY
              MOVE TX-SSA-HIC          TO HC-KEY
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
           END-IF.

           IF NOT HC-UNDER-HOLD
              GO TO 2050-EXIT
           END-IF.

           MOVE 'XMTHPRG '             TO HK-SOURCE-PGM.
           MOVE 'XMITHIST'             TO HK-CLASS.
           MOVE TX-HIST-KEY            TO HK-ITEM.
           MOVE HC-HOLD-TYPE           TO HK-HOLD-TYPE.
           MOVE HC-HOLD-ID             TO HK-HOLD-ID.
           MOVE WS-TODAY-DATE          TO HK-SKIP-DATE.
           WRITE HOLD-SKIP-REC.

           ADD 1                       TO WS-RECORDS-HELD.

       2050-EXIT.
           EXIT.

       8000-TERMINATE.

           IF TX-FILE-STATUS = '00' OR TX-FILE-STATUS = '10'
              CLOSE XMIT-HIST-FILE
                    HOLD-SKIP-FILE
           END-IF.

           DISPLAY 'XMTHPRG,SENDS READ,' WS-RECORDS-READ.
           DISPLAY 'XMTHPRG,RETENTION DAYS,' WS-RETENTION-DAYS
                   ',FROM,' WS-RETENTION-SOURCE.
           DISPLAY 'XMTHPRG,SENDS PURGED,' WS-RECORDS-PURGED.
           DISPLAY 'XMTHPRG,SENDS KEPT,' WS-RECORDS-KEPT.
           DISPLAY 'XMTHPRG,KEPT UNDER LEGAL HOLD,' WS-RECORDS-HELD.

       8000-EXIT.
           EXIT.
