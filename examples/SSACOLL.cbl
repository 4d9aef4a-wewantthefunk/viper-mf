      * HIC IN THE OLD-SSA COLUMN AND THE NEW-SSA COLUMN BLANK (A
      * COLLISION HAS NO RECOMPUTED VALUE), SO HICRVAPP CAN APPLY THE
      * ANALYST'S KEEP/ACCEPT/SUPPRESS DECISIONS THE USUAL WAY.
      *
      * EACH CLAIMANT ROW IS ALSO FED TO THE WRKITEM WORK-ITEM MASTER
      * THROUGH WRKFEED (TYPE 'CO', REASON 'COL', KEYED BY THE RRB
      * HIC), SO THE UNTANGLING IS TRACKED ON THE MASTER. A
      * COLLISION STILL OPEN FROM AN EARLIER RUN IS NOT RAISED TWICE.
      *
      * A RECORD A CLERK CORRECTION HAS SUPERSEDED (HX-SUPERSEDED-BY
      * SET) IS NO LONGER A CLAIMANT - ITS REPLACEMENT OFTEN CARRIES
      * THE SAME SSA HIC, AND THE PAIR IS ONE BENEFICIARY, NOT TWO.
      * SUPERSEDED RECORDS ARE LEFT OUT OF THE SORT AND ONLY COUNTED.

       ENVIRONMENT DIVISION.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       SD  SORT-WORK-1
           RECORD 39.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(09)  VALUE ZERO.
           05  WS-SUPERSEDED-SKIPPED   PIC 9(09)  VALUE ZERO.
           05  WS-COLLISIONS-FOUND     PIC 9(05)  VALUE ZERO.
           05  WS-CLAIMANTS-REPORTED   PIC 9(09)  VALUE ZERO.

       01  WS-GROUP-IDX            PIC 9(03)  VALUE ZERO.
       01  WS-FIRST-GROUP          PIC X(01)  VALUE 'Y'.

      *    PARAMETERS FOR WRKFEED - SAME LAYOUT AS WRKFEED'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-WRKFEED-PARAMETERS.
           05  WF-FUNCTION             PIC X(01).
           05  WF-TYPE                 PIC X(02).
           05  WF-BENE-KEY             PIC X(12).
           05  WF-REASON               PIC X(03).
           05  WF-SOURCE-PGM           PIC X(08).
           05  WF-UNIT                 PIC X(12).
           05  WF-RESULT               PIC X(01).

       01  WS-GROUP-HEADING.
           05  FILLER              PIC X(08)  VALUE 'SSA HIC '.
           05  WS-HDG-SSA-HIC      PIC X(11).
           CLOSE COLLISION-RPT-FILE
                 COLLISION-RVW-FILE.

           MOVE 'C'                   TO WF-FUNCTION.
           MOVE 'SSACOLL '            TO WF-SOURCE-PGM.
           CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS.

           DISPLAY 'SSACOLL,MASTER RECORDS READ,' WS-MASTER-READ.
           DISPLAY 'SSACOLL,SUPERSEDED - NOT CLAIMANTS,'
                   WS-SUPERSEDED-SKIPPED.
           DISPLAY 'SSACOLL,COLLIDING SSA HICS,'
                   WS-COLLISIONS-FOUND.
           DISPLAY 'SSACOLL,CLAIMANTS REPORTED,'
                   WS-CLAIMANTS-REPORTED.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-RELEASE-MASTER.

               END-READ
               IF NOT END-OF-MASTER
                  ADD 1               TO WS-MASTER-READ
               END-IF
               IF  NOT END-OF-MASTER
               AND HX-SUPERSEDED-BY NOT = SPACE
                  ADD 1               TO WS-SUPERSEDED-SKIPPED
               END-IF
               IF  NOT END-OF-MASTER
               AND HX-SUPERSEDED-BY = SPACE
                  MOVE HX-SSA-HIC     TO SORT-SSA-HIC
                  MOVE HX-RRB-HIC     TO SORT-RRB-HIC
                  MOVE HX-FIRST-SEEN (1:8)
               MOVE WS-GRP-LAST-SEEN (WS-GROUP-IDX)
                 TO RV-LAST-SEEN (1:8)
               WRITE COLLISION-RVW-REC

               MOVE 'A'                TO WF-FUNCTION
               MOVE 'CO'               TO WF-TYPE
               MOVE WS-GRP-RRB-HIC (WS-GROUP-IDX)
                 TO WF-BENE-KEY
               MOVE 'COL'              TO WF-REASON
               MOVE 'SSACOLL '         TO WF-SOURCE-PGM
               MOVE SPACE              TO WF-UNIT
               CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS
           END-PERFORM.

       2200-EXIT.
