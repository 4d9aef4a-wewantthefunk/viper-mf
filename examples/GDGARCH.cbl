      * GENERATION'S DATA. THE JCL POINTS ONE DD PER FLAGGED
      * GENERATION AT ITS DATASET, NAMED BY THE GENERATION QUALIFIER
      * (G0005V00 ETC.), WHICH IS WHAT THE REPORT ROW CARRIES.
      *
      * WHILE A GENERATION IS COPIED, EVERY RECORD IS SCANNED (THROUGH
      * HOLDCHK) FOR THE RRB OR SSA HIC OF ANY LEGAL HOLD IN FORCE ON
      * THE LGLHOLD REGISTRY. A GENERATION HOLDING EVEN ONE HELD
      * BENEFICIARY'S RECORD IS STILL ARCHIVED, BUT ITS SIGN-OFF ROW
      * SAYS HELD INSTEAD OF OK - IT IS NOT TO BE DELETED - AND THE
      * SKIP IS WRITTEN TO THE SHARED HOLDSKIP FILE.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS SO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           02  FILLER              PIC X(01).
           02  SF-VERDICT          PIC X(07).

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  GR-FILE-STATUS          PIC X(02).
       01  GN-FILE-STATUS          PIC X(02).
       01  AR-FILE-STATUS          PIC X(02).
       01  SO-FILE-STATUS          PIC X(02).
       01  HK-FILE-STATUS          PIC X(02).

       01  WS-GENERATION-DSN       PIC X(08).

           05  WS-GENERATIONS-SKIPPED  PIC 9(05)  VALUE ZERO.
           05  WS-GENERATIONS-VERIFIED PIC 9(05)  VALUE ZERO.
           05  WS-GENERATIONS-FAILED   PIC 9(05)  VALUE ZERO.
           05  WS-GENERATIONS-HELD     PIC 9(05)  VALUE ZERO.
           05  WS-COPY-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-VERIFY-COUNT         PIC 9(09)  VALUE ZERO.

               10  WS-MF-DSN           PIC X(44).
               10  WS-MF-COUNT         PIC 9(09).
               10  WS-MF-VERIFIED      PIC X(01).
               10  WS-MF-HELD          PIC X(01).

       01  WS-MANIFEST-IDX         PIC 9(03)  VALUE ZERO.

      *    THE FIRST HOLD FOUND IN THE GENERATION BEING COPIED.

       01  WS-GENERATION-HELD      PIC X(01)  VALUE 'N'.
           88  GENERATION-HELD                VALUE 'Y'.
       01  WS-GENERATION-HOLD-TYPE PIC X(01)  VALUE SPACE.
       01  WS-GENERATION-HOLD-ID   PIC X(12)  VALUE SPACE.

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

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.

      *    A BLANK-KEY LOOKUP LOADS THE REGISTRY AND ANSWERS HOW MANY
      *    HOLDS ARE IN FORCE - WITH NONE, NO RECORD IS SCANNED.

           MOVE 'K'                    TO HC-FUNCTION.
           MOVE SPACE                  TO HC-ID-TYPE
                                          HC-KEY.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           OPEN EXTEND HOLD-SKIP-FILE.
           IF HK-FILE-STATUS NOT = '00'
              OPEN OUTPUT HOLD-SKIP-FILE
           END-IF.

           OPEN INPUT RETENTION-RPT-FILE.

           IF GR-FILE-STATUS NOT = '00'

           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 'N'  TO NO-MORE-GENERATION.
           MOVE 'N'  TO WS-GENERATION-HELD.

           PERFORM UNTIL END-OF-GENERATION
               READ GENERATION-FILE
                   MOVE GENERATION-REC TO AR-RECORD-BODY
                   WRITE ARCHIVE-REC
                   ADD 1               TO WS-COPY-COUNT
                   IF  HC-ACTIVE-HOLDS > ZERO
                   AND NOT GENERATION-HELD
                       PERFORM 2100-SCAN-FOR-HOLD
                          THRU 2100-EXIT
                   END-IF
               END-READ
           END-PERFORM.


           ADD 1 TO WS-GENERATIONS-COPIED.

           IF GENERATION-HELD
              MOVE 'GDGARCH '          TO HK-SOURCE-PGM
              MOVE 'GDGGEN  '          TO HK-CLASS
              MOVE GR-DATA-SET-NAME    TO HK-ITEM
              MOVE WS-GENERATION-HOLD-TYPE
                                       TO HK-HOLD-TYPE
              MOVE WS-GENERATION-HOLD-ID
                                       TO HK-HOLD-ID
              MOVE WS-TODAY-DATE       TO HK-SKIP-DATE
              WRITE HOLD-SKIP-REC
              DISPLAY 'GDGARCH,GENERATION UNDER LEGAL HOLD,NOT '
                      'SIGNED OFF,' GR-DDNAME ',' GR-GENERATION
           END-IF.

           IF WS-MANIFEST-COUNT < 50
              ADD 1 TO WS-MANIFEST-COUNT
              MOVE GR-DDNAME        TO WS-MF-DDNAME
                                               (WS-MANIFEST-COUNT)
              MOVE 'N'              TO WS-MF-VERIFIED
                                               (WS-MANIFEST-COUNT)
              MOVE WS-GENERATION-HELD
                                    TO WS-MF-HELD
                                               (WS-MANIFEST-COUNT)
           ELSE
              DISPLAY 'GDGARCH,MANIFEST TABLE FULL,VERIFY SKIPPED,'
                      GR-GENERATION
       2000-EXIT.
           EXIT.

       2100-SCAN-FOR-HOLD.

           MOVE 'S'                    TO HC-FUNCTION.
           MOVE SPACE                  TO HC-IMAGE.
           MOVE GENERATION-REC         TO HC-IMAGE.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           IF HC-UNDER-HOLD
              MOVE 'Y'                 TO WS-GENERATION-HELD
              MOVE HC-HOLD-TYPE        TO WS-GENERATION-HOLD-TYPE
              MOVE HC-HOLD-ID          TO WS-GENERATION-HOLD-ID
           END-IF.

       2100-EXIT.
           EXIT.

      *    RE-READS THE WHOLE ARCHIVE, COUNTING DATA RECORDS UP TO
      *    EACH MANIFEST, AND MARKS THIS RUN'S GENERATIONS VERIFIED
      *    WHEN THE RE-READ COUNT MATCHES THE MANIFEST COUNT.
      *    WRITES THE SIGNED-OFF-FOR-DELETION LIST - ONE ROW PER
      *    GENERATION ARCHIVED THIS RUN, VERIFIED ONES MARKED OK AND
      *    ANY COUNT MISMATCH MARKED FAILED (AND NOT TO BE DELETED).
      *    A GENERATION UNDER LEGAL HOLD IS MARKED HELD - ALSO NOT TO
      *    BE DELETED - WHETHER OR NOT IT VERIFIED.

       4000-WRITE-SIGNOFF.

                                       TO SF-DATA-SET-NAME
               MOVE WS-MF-COUNT (WS-MANIFEST-IDX)
                                       TO SF-RECORD-COUNT
               EVALUATE TRUE
                 WHEN WS-MF-HELD (WS-MANIFEST-IDX) = 'Y'
                   MOVE 'HELD'         TO SF-VERDICT
                   ADD 1               TO WS-GENERATIONS-HELD
                 WHEN WS-MF-VERIFIED (WS-MANIFEST-IDX) = 'Y'
                   MOVE 'OK'           TO SF-VERDICT
                   ADD 1               TO WS-GENERATIONS-VERIFIED
                 WHEN OTHER
                   MOVE 'FAILED'       TO SF-VERDICT
                   ADD 1               TO WS-GENERATIONS-FAILED
               END-EVALUATE
               WRITE SIGNOFF-REC
           END-PERFORM.


       8000-TERMINATE.

           CLOSE HOLD-SKIP-FILE.

           DISPLAY 'GDGARCH,GENERATIONS FLAGGED,'
                   WS-GENERATIONS-FLAGGED.
           DISPLAY 'GDGARCH,GENERATIONS COPIED,'
                   WS-GENERATIONS-VERIFIED.
           DISPLAY 'GDGARCH,VERIFY FAILURES,'
                   WS-GENERATIONS-FAILED.
           DISPLAY 'GDGARCH,HELD UNDER LEGAL HOLD,'
                   WS-GENERATIONS-HELD.

       8000-EXIT.
           EXIT.
