      *     L - LIST THE LIVE MASTER THROUGH RPTWRITE.
      * EVERY FUNCTION ENDS WITH THE LISTING, SO THE OPERATOR SEES
      * THE RESULT OF WHAT THEY JUST DID.
      *
      * THE PURGE AGE OF RECORD IS THE INCIDENT ROW OF THE SITE'S
      * RETNSCHD RETENTION SCHEDULE (090 WHEN THERE IS NO ROW). A
      * PURGE CARD MAY KEEP INCIDENTS LONGER THAN THE SCHEDULE BUT
      * NEVER SHORTER - A SHORTER CARD VALUE IS REPORTED AND THE
      * SCHEDULE IS USED. A FIXED INCIDENT WHOSE SIX-DIGIT NUMBER IS
      * ON THE LGLHOLD REGISTRY AS A TYPE I HOLD IN FORCE IS KEPT ON
      * THE LIVE MASTER WHATEVER ITS AGE, AND THE SKIP IS WRITTEN TO
      * THE SHARED HOLDSKIP FILE.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS IC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
               10  IC-PURGE-DAYS       PIC  9(03).
               10  FILLER              PIC  X(16).

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  AB-FILE-STATUS              PIC  X(02).
       01  IM-FILE-STATUS              PIC  X(02).
       01  IA-FILE-STATUS              PIC  X(02).
       01  IC-FILE-STATUS              PIC  X(02).
       01  HK-FILE-STATUS              PIC  X(02).

       01  WS-SWITCHES.
           05  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           05  WS-NEW-INCIDENTS        PIC 9(05)  VALUE ZERO.
           05  WS-RECURRENCES          PIC 9(05)  VALUE ZERO.
           05  WS-ARCHIVED             PIC 9(05)  VALUE ZERO.
           05  WS-HELD                 PIC 9(05)  VALUE ZERO.

       01  WS-REQUEST.
           05  WS-REQ-FUNCTION         PIC X(01)  VALUE SPACE.
           05  WS-REQ-STATUS           PIC X(05)  VALUE SPACE.
           05  WS-REQ-OPERATOR         PIC X(08)  VALUE SPACE.
           05  WS-REQ-PURGE-DAYS       PIC 9(03)  VALUE 090.
           05  WS-CARD-PURGE-DAYS      PIC 9(03)  VALUE ZERO.

       01  WS-INCIDENT-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-HIGHEST-NUMBER           PIC 9(06)  VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(08) VALUE ZERO.
       01  WS-CURRENT-TIMESTAMP        PIC X(26)  VALUE SPACE.

      *    PARAMETERS FOR RETNLOOK - SAME LAYOUT AS RETNLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC X(08).
           05  RN-UNIT                 PIC X(01).
           05  RN-DEFAULT              PIC 9(05).
           05  RN-PERIOD               PIC 9(05).
           05  RN-SOURCE               PIC X(01).
           05  RN-RETURN-CODE          PIC 9(02).

      *    PARAMETERS FOR HOLDCHK - SAME LAYOUT AS HOLDCHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-HOLDCHK-PARAMETERS.
           05  HC-FUNCTION             PIC X(01).
           05  HC-ID-TYPE              PIC X(01).
           05  HC-KEY                  PIC X(12).
           05  HC-IMAGE                PIC X(135).
           05  HC-HELD                 PIC X(01).
               88  HC-UNDER-HOLD                  VALUE 'Y'.
           05  HC-HOLD-TYPE            PIC X(01).
           05  HC-HOLD-ID              PIC X(12).
           05  HC-REASON               PIC X(30).
           05  HC-REQUESTER            PIC X(20).
           05  HC-RELEASE-DATE         PIC X(08).
           05  HC-ACTIVE-HOLDS         PIC 9(04).

      *    PARAMETERS FOR RPTWRITE - SAME LAYOUT AS RPTWRITE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.
              STOP RUN
           END-IF.

           IF WS-REQ-FUNCTION = 'P'
              PERFORM 1100-SCHEDULE-PURGE-DAYS
                 THRU 1100-EXIT
           END-IF.

           PERFORM 2000-LOAD-MASTER
              THRU 2000-EXIT.

           DISPLAY 'INCDMGT,NEW INCIDENTS,' WS-NEW-INCIDENTS.
           DISPLAY 'INCDMGT,RECURRENCES,' WS-RECURRENCES.
           DISPLAY 'INCDMGT,ARCHIVED,' WS-ARCHIVED.
           DISPLAY 'INCDMGT,KEPT UNDER LEGAL HOLD,' WS-HELD.

           STOP RUN.

                  IF  IC-PURGE
                  AND IC-PURGE-DAYS NUMERIC
                  AND IC-PURGE-DAYS > ZERO
                      MOVE IC-PURGE-DAYS TO WS-CARD-PURGE-DAYS
                  END-IF
               END-IF
           END-READ.
       1000-EXIT.
           EXIT.

      *    THE SCHEDULE SETS THE FLOOR; THE CARD MAY ONLY RAISE IT.

       1100-SCHEDULE-PURGE-DAYS.

           MOVE 'INCIDENT'            TO RN-CLASS.
           MOVE 'D'                   TO RN-UNIT.
           MOVE 090                   TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

           IF RN-PERIOD > 999
              MOVE 999                TO WS-REQ-PURGE-DAYS
           ELSE
              MOVE RN-PERIOD          TO WS-REQ-PURGE-DAYS
           END-IF.

           IF WS-CARD-PURGE-DAYS = ZERO
              GO TO 1100-EXIT
           END-IF.

           IF WS-CARD-PURGE-DAYS < WS-REQ-PURGE-DAYS
              DISPLAY 'INCDMGT,PURGE CARD DAYS ' WS-CARD-PURGE-DAYS
                      ' SHORTER THAN SCHEDULE,SCHEDULE USED,'
                      WS-REQ-PURGE-DAYS
           ELSE
              MOVE WS-CARD-PURGE-DAYS TO WS-REQ-PURGE-DAYS
           END-IF.

       1100-EXIT.
           EXIT.

       2000-LOAD-MASTER.

           OPEN INPUT INCIDENT-MASTER.
              GO TO 5000-EXIT
           END-IF.

           DISPLAY 'INCDMGT,PURGE DAYS,' WS-REQ-PURGE-DAYS.

           OPEN EXTEND HOLD-SKIP-FILE.
           IF HK-FILE-STATUS NOT = '00'
              OPEN OUTPUT HOLD-SKIP-FILE
           END-IF.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-INCIDENT-COUNT
               IF  WS-INC-STATUS (WS-WORK-IDX) = 'FIXED'
                      WS-TODAY-INTEGER
                      - FUNCTION INTEGER-OF-DATE (WS-SEEN-DATE)
                   IF WS-AGE-DAYS > WS-REQ-PURGE-DAYS
                      PERFORM 5050-CHECK-LEGAL-HOLD
                         THRU 5050-EXIT
                      IF NOT HC-UNDER-HOLD
                         PERFORM 5100-ARCHIVE-ONE
                            THRU 5100-EXIT
                      END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE INCIDENT-ARCHIVE
                 HOLD-SKIP-FILE.

       5000-EXIT.
           EXIT.

       5050-CHECK-LEGAL-HOLD.

           MOVE 'K'                   TO HC-FUNCTION.
           MOVE 'I'                   TO HC-ID-TYPE.
           MOVE SPACE                 TO HC-KEY.
           MOVE WS-INC-NUMBER (WS-WORK-IDX)
                                      TO HC-KEY (1:6).
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           IF NOT HC-UNDER-HOLD
              GO TO 5050-EXIT
           END-IF.

           MOVE 'INCDMGT '            TO HK-SOURCE-PGM.
           MOVE 'INCIDENT'            TO HK-CLASS.
           MOVE SPACE                 TO HK-ITEM.
           MOVE WS-INC-NUMBER (WS-WORK-IDX)
                                      TO HK-ITEM (1:6).
           MOVE HC-HOLD-TYPE          TO HK-HOLD-TYPE.
           MOVE HC-HOLD-ID            TO HK-HOLD-ID.
           MOVE WS-TODAY-DATE         TO HK-SKIP-DATE.
           WRITE HOLD-SKIP-REC.

           ADD 1                      TO WS-HELD.
           DISPLAY 'INCDMGT,INCIDENT ' WS-INC-NUMBER (WS-WORK-IDX)
                   ' KEPT UNDER LEGAL HOLD,' HC-REASON.

       5050-EXIT.
           EXIT.

       5100-ARCHIVE-ONE.

           MOVE SPACE                 TO WS-ARCHIVE-BUILD.
