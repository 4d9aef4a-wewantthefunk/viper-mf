      *
      * REGISTRY ROW (SSAREAS): REASON CODE(3), DESCRIPTION(40),
      * RESPONSIBLE UNIT(8), STANDARD REWORK ACTION(20).
      *
      * EACH LISTED REJECT IS ALSO FED TO THE WRKITEM WORK-ITEM
      * MASTER THROUGH WRKFEED (TYPE 'AR', KEYED BY THE RRB HIC,
      * SOURCE JOB SSAACK), ROUTED TO THE REGISTRY'S RESPONSIBLE UNIT
      * SO IT LANDS IN THAT UNIT'S WRKQ QUEUE. A REJECT STILL OPEN
      * FROM AN EARLIER NIGHT IS NOT RAISED TWICE.

       ENVIRONMENT DIVISION.


       FILE SECTION.

      *    SAME 55-BYTE LAYOUT SSAACK WRITES.

       FD  ACK-EXCP-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  ACK-EXCP-REC.
           05  AX-CLASS            PIC X(01).
           05  AX-REASON           PIC X(03).
           05  FILLER              PIC X(01).
           05  AX-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  AX-SSA-MBI          PIC X(11).
           05  FILLER              PIC X(04).

       FD  REASON-REG-FILE
           RECORD CONTAINS 71 CHARACTERS.
           05  FILLER                  PIC 9(07).

       01  WS-TARGET-REASON        PIC X(03)  VALUE SPACE.
       01  WS-TARGET-UNIT          PIC X(08)  VALUE SPACE.

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

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
           PERFORM 3000-WRITE-WORKLIST
              THRU 3000-EXIT.

           MOVE 'C'                   TO WF-FUNCTION.
           MOVE 'ACKWLST '            TO WF-SOURCE-PGM.
           CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS.

           DISPLAY 'ACKWLST,EXCEPTIONS READ,' WS-EXCP-READ.
           DISPLAY 'ACKWLST,REJECTS LISTED,' WS-REJECTS-LISTED.
           DISPLAY 'ACKWLST,GROUPS REPORTED,' WS-GROUPS-REPORTED.
           MOVE 'NOT ON THE SSAREAS REGISTRY'
                                      TO WS-GRP-LN-DESC.
           MOVE SPACE                 TO WS-GRP-LN-UNIT
                                         WS-GRP-LN-ACTION
                                         WS-TARGET-UNIT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-REG-COUNT
               IF WS-REG-CODE (WS-SCAN-IDX) = WS-TARGET-REASON
                    TO WS-GRP-LN-DESC
                  MOVE WS-REG-UNIT (WS-SCAN-IDX)
                    TO WS-GRP-LN-UNIT
                       WS-TARGET-UNIT
                  MOVE WS-REG-ACTION (WS-SCAN-IDX)
                    TO WS-GRP-LN-ACTION
                  MOVE WS-REG-COUNT   TO WS-SCAN-IDX
                                      TO RW-PRINT-LINE
                      CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS
                      ADD 1           TO WS-REJECTS-LISTED
                      MOVE 'A'        TO WF-FUNCTION
                      MOVE 'AR'       TO WF-TYPE
                      MOVE AX-RRB-HIC TO WF-BENE-KEY
                      MOVE AX-REASON  TO WF-REASON
                      MOVE 'SSAACK  ' TO WF-SOURCE-PGM
                      MOVE WS-TARGET-UNIT
                                      TO WF-UNIT
                      CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS
                   END-IF
               END-READ
           END-PERFORM.
