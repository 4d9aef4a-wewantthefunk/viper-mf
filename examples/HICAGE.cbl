      * PLUS THE DATE IT WAS ARCHIVED, SO A RETIRED HIC THAT RESURFACES
      * CAN STILL BE RESEARCHED - WE CAN PROVE WHAT WE CONVERTED IT TO
      * BACK THEN FROM THE ARCHIVE ALONE.
      *
      * THE RETENTION PERIOD IS THE HICXREF ROW OF THE SITE'S RETNSCHD
      * RECORDS RETENTION SCHEDULE (THROUGH RETNLOOK); THE OLD
      * HICRETEN CONTROL FILE ANSWERS ONLY WHILE THE SCHEDULE HAS NO
      * HICXREF ROW. A RECORD PAST RETENTION WHOSE RRB OR SSA HIC IS
      * UNDER A LEGAL HOLD ON THE LGLHOLD REGISTRY (THROUGH HOLDCHK)
      * IS KEPT, AND WRITTEN TO THE SHARED HOLDSKIP FILE SO THE HOLD
      * OFFICE SEES WHAT ITS HOLD KEPT.
      *
      * A RECORD A CLERK CORRECTION HAS SUPERSEDED (HX-SUPERSEDED-BY
      * SET) IS NEVER SEEN AGAIN BY THE NIGHTLY RUN, SO ITS LAST-SEEN
      * AGE SAYS NOTHING. IT IS COUNTED AS SUPERSEDED RATHER THAN
      * AGED, AND KEPT FOR AS LONG AS ITS REPLACEMENT IS STILL ON THE
      * MASTER SO THE CHAIN STAYS WALKABLE; ONCE THE REPLACEMENT HAS
      * ITSELF BEEN PURGED IT AGES OUT LIKE ANY OTHER RECORD.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS AR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  RETENTION-CTL-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  RETENTION-CTL-REC           PIC  9(04).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  ARCHIVE-REC.
           05  AR-XREF-IMAGE           PIC  X(122).
           05  AR-ARCHIVE-DATE         PIC  X(08).

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  HX-FILE-STATUS              PIC  X(02).
       01  RC-FILE-STATUS              PIC  X(02).
       01  AR-FILE-STATUS              PIC  X(02).
       01  HK-FILE-STATUS              PIC  X(02).

       01  WS-HICXREF-DSN              PIC  X(08).

           05  WS-RECORDS-READ         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-ARCHIVED     PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-KEPT         PIC 9(09)  VALUE ZERO.
           05  WS-RECORDS-HELD         PIC 9(09)  VALUE ZERO.
           05  WS-SUPERSEDED-KEPT      PIC 9(09)  VALUE ZERO.

      *    THE RECORD IN HAND, PUT BACK AFTER THE RANDOM READ OF ITS
      *    REPLACEMENT.

       01  WS-SAVED-XREF-REC           PIC  X(122).
       01  WS-REPLACEMENT-SWITCH       PIC  X(01)  VALUE 'N'.
           88  REPLACEMENT-ON-MASTER              VALUE 'Y'.

      *    AGE BUCKETS FOR THE REPORT - SEEN THIS MONTH, WITHIN THREE
      *    MONTHS, WITHIN SIX MONTHS, WITHIN A YEAR, OVER A YEAR.
      *    OPTIONAL RETENTION-CTL-FILE.

       01  WS-RETENTION-DAYS           PIC 9(04)  VALUE 0366.
       01  WS-RETENTION-SOURCE         PIC X(08)  VALUE 'DEFAULT '.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08)  VALUE ZERO.
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
       01  WS-RESUMING                 PIC X(01)  VALUE 'N'.
              OPEN OUTPUT ARCHIVE-FILE
           END-IF.

           OPEN EXTEND HOLD-SKIP-FILE.
           IF HK-FILE-STATUS NOT = '00'
              OPEN OUTPUT HOLD-SKIP-FILE
           END-IF.

           PERFORM 1100-LOAD-RETENTION
              THRU 1100-EXIT.

           PERFORM 1200-SCHEDULE-RETENTION
              THRU 1200-EXIT.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP (1:8)
                                       TO WS-TODAY-DATE.
                   AND RETENTION-CTL-REC    >  ZERO
                       MOVE RETENTION-CTL-REC
                                        TO WS-RETENTION-DAYS
                       MOVE 'HICRETEN'  TO WS-RETENTION-SOURCE
                   ELSE
                       DISPLAY 'HICAGE,RETENTION-CTL-FILE NOT '
                               'NUMERIC,DEFAULT USED'
       1100-EXIT.
           EXIT.

      *    THE SCHEDULE'S HICXREF ROW GOVERNS WHEN THERE IS ONE; WHAT
      *    1100 SETTLED ON IS ONLY THE DEFAULT RETNLOOK FALLS BACK TO.

       1200-SCHEDULE-RETENTION.

           MOVE 'HICXREF '             TO RN-CLASS.
           MOVE 'D'                    TO RN-UNIT.
           MOVE WS-RETENTION-DAYS      TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

           IF RN-SOURCE = 'S'
              IF RN-PERIOD > 9999
                 MOVE 9999             TO WS-RETENTION-DAYS
              ELSE
                 MOVE RN-PERIOD        TO WS-RETENTION-DAYS
              END-IF
              MOVE 'RETNSCHD'          TO WS-RETENTION-SOURCE
           END-IF.

       1200-EXIT.
           EXIT.

      *    READS THE NEXT MASTER RECORD, TALLIES ITS AGE BUCKET, AND
      *    ARCHIVES-AND-DELETES IT WHEN HX-LAST-SEEN IS OLDER THAN THE
      *    RETENTION PERIOD.

           ADD 1 TO WS-RECORDS-READ.

           MOVE 'N'                     TO WS-REPLACEMENT-SWITCH.

           IF HX-SUPERSEDED-BY NOT = SPACE
              PERFORM 2020-CHECK-REPLACEMENT
                 THRU 2020-EXIT
           END-IF.

           IF REPLACEMENT-ON-MASTER
              ADD 1 TO WS-SUPERSEDED-KEPT
              ADD 1 TO WS-RECORDS-KEPT
              GO TO 2080-TAKE-CHECKPOINT
           END-IF.

      *    HX-LAST-SEEN IS A FUNCTION CURRENT-DATE IMAGE, SO ITS FIRST
      *    EIGHT BYTES ARE THE YYYYMMDD THE RECORD WAS LAST TOUCHED. A
      *    RECORD WITH A NON-NUMERIC DATE IS KEPT AND COUNTED AS SEEN
           END-EVALUATE.

           IF WS-AGE-DAYS > WS-RETENTION-DAYS
              PERFORM 2050-CHECK-LEGAL-HOLD
                 THRU 2050-EXIT
           END-IF.

           IF  WS-AGE-DAYS > WS-RETENTION-DAYS
           AND NOT HC-UNDER-HOLD
              PERFORM 2100-ARCHIVE-AND-DELETE
                 THRU 2100-EXIT
           ELSE
              ADD 1 TO WS-RECORDS-KEPT
           END-IF.

       2080-TAKE-CHECKPOINT.

           ADD 1 TO WS-READS-SINCE-CKPT.
           IF WS-READS-SINCE-CKPT >= WS-CKPT-INTERVAL
              MOVE ZERO                TO WS-READS-SINCE-CKPT
       2000-EXIT.
           EXIT.

      *    IS THE HIC THAT SUPERSEDED THIS ONE STILL ON THE MASTER?
      *    THE RANDOM READ MOVES THE SWEEP'S POSITION, SO THE RECORD
      *    IN HAND IS PUT BACK AND THE SWEEP REPOSITIONED JUST PAST
      *    IT BEFORE ANYTHING ELSE IS DONE WITH IT.

       2020-CHECK-REPLACEMENT.

           MOVE HIC-XREF-REC           TO WS-SAVED-XREF-REC.
           MOVE HX-SUPERSEDED-BY       TO HX-RRB-HIC.

           READ HIC-XREF-FILE
              INVALID KEY
                 MOVE 'N'              TO WS-REPLACEMENT-SWITCH
              NOT INVALID KEY
                 MOVE 'Y'              TO WS-REPLACEMENT-SWITCH
           END-READ.

           MOVE WS-SAVED-XREF-REC      TO HIC-XREF-REC.

           START HIC-XREF-FILE KEY > HX-RRB-HIC
              INVALID KEY
                 MOVE 'Y'              TO NO-MORE-RECORDS
           END-START.

       2020-EXIT.
           EXIT.

      *    A RECORD DUE FOR PURGE IS KEPT WHILE EITHER OF ITS HICS IS
      *    UNDER A LEGAL HOLD, AND THE SKIP IS RECORDED ON HOLDSKIP.

       2050-CHECK-LEGAL-HOLD.

           MOVE 'K'                    TO HC-FUNCTION.
           MOVE 'R'                    TO HC-ID-TYPE.
           MOVE HX-RRB-HIC             TO HC-KEY.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           IF NOT HC-UNDER-HOLD
              MOVE 'S'                 TO HC-ID-TYPE
              MOVE HX-SSA-HIC          TO HC-KEY
              CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS
           END-IF.

           IF NOT HC-UNDER-HOLD
              GO TO 2050-EXIT
           END-IF.

           MOVE 'HICAGE  '             TO HK-SOURCE-PGM.
           MOVE 'HICXREF '             TO HK-CLASS.
           MOVE HX-RRB-HIC             TO HK-ITEM.
           MOVE HC-HOLD-TYPE           TO HK-HOLD-TYPE.
           MOVE HC-HOLD-ID             TO HK-HOLD-ID.
           MOVE WS-TODAY-DATE          TO HK-SKIP-DATE.
           WRITE HOLD-SKIP-REC.

           ADD 1                       TO WS-RECORDS-HELD.

       2050-EXIT.
           EXIT.

      *    WRITES THE FULL MASTER IMAGE PLUS TODAY'S DATE TO THE
      *    ARCHIVE, VERIFIES THE WRITE TOOK, AND ONLY THEN DELETES THE
      *    MASTER RECORD - A RECORD THAT CAN'T BE ARCHIVED IS NEVER
       8000-TERMINATE.

           CLOSE HIC-XREF-FILE
                 ARCHIVE-FILE
                 HOLD-SKIP-FILE.

      *    THE CHECKPOINT IS ONLY CLEARED AFTER A SWEEP THAT REALLY
      *    RAN - A MASTER THAT NEVER OPENED MUST NOT COST AN ABENDED
           DISPLAY 'HICAGE,SEEN WITHIN A YEAR,' WS-AGE-12-MONTHS.
           DISPLAY 'HICAGE,NOT SEEN IN OVER A YEAR,'
                   WS-AGE-OVER-YEAR.
           DISPLAY 'HICAGE,RETENTION DAYS,' WS-RETENTION-DAYS
                   ',FROM,' WS-RETENTION-SOURCE.
           DISPLAY 'HICAGE,RECORDS ARCHIVED AND PURGED,'
                   WS-RECORDS-ARCHIVED.
           DISPLAY 'HICAGE,RECORDS KEPT,' WS-RECORDS-KEPT.
           DISPLAY 'HICAGE,KEPT UNDER LEGAL HOLD,' WS-RECORDS-HELD.
           DISPLAY 'HICAGE,SUPERSEDED - KEPT FOR CHAIN,'
                   WS-SUPERSEDED-KEPT.

       8000-EXIT.
           EXIT.
