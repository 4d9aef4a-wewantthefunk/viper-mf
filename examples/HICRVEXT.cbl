      * AND THE MASTER IS NEVER OPENED I-O. THE PROGRAM REFUSES TO
      * RUN PASS TWO WITHOUT THE SWITCH, THE SAME GUARD SHAPE AS THE
      * QA AND SIMULATION DRIVERS.
      *
      * EACH REVIEW ROW IS ALSO FED TO THE WRKITEM WORK-ITEM MASTER
      * THROUGH WRKFEED (TYPE 'MM', REASON 'MIS', KEYED BY THE RRB
      * HIC), SO THE ANALYST'S CLAIM AND OUTCOME ARE KEPT ON THE
      * MASTER. A MISMATCH STILL OPEN FROM AN EARLIER RUN IS NOT
      * RAISED TWICE.

       ENVIRONMENT DIVISION.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  FLAGGED-WORK-FILE
           RECORD CONTAINS 75 CHARACTERS.
           05  RP-XREF-MISMATCH        PIC  X(01).
           05  RP-SSA-MBI              PIC  X(11).

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

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
                  MOVE WK-LAST-SEEN     TO RV-LAST-SEEN
                  WRITE REVIEW-REC
                  ADD 1 TO WS-REVIEW-WRITTEN
                  MOVE 'A'              TO WF-FUNCTION
                  MOVE 'MM'             TO WF-TYPE
                  MOVE WK-RRB-HIC       TO WF-BENE-KEY
                  MOVE 'MIS'            TO WF-REASON
                  MOVE 'HICRVEXT'       TO WF-SOURCE-PGM
                  MOVE SPACE            TO WF-UNIT
                  CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS
               END-IF
           END-PERFORM.


       8000-TERMINATE.

           MOVE 'C'                    TO WF-FUNCTION.
           MOVE 'HICRVEXT'             TO WF-SOURCE-PGM.
           CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS.

           DISPLAY 'HICRVEXT,MASTER RECORDS READ,' WS-MASTER-READ.
           DISPLAY 'HICRVEXT,FLAGGED MISMATCHES,' WS-FLAGGED-FOUND.
           DISPLAY 'HICRVEXT,REVIEW ROWS WRITTEN,'
