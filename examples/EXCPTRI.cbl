      * CONSOLIDATED EXCEPTION TRIAGE - THE DOWNSTREAM REVIEW JOB THE
      * SHARED EXCPREC LAYOUT WAS BUILT FOR AND THAT NEVER EXISTED,
      * LEAVING THREE EXCEPTION FILES TO BE REVIEWED SEPARATELY BY
      * HAND. READS RRBEXCP, CPLEXCP, GDSNEXCP, TRMEXCP, MRGEXCP AND
      * MBIEXCP, XFREXCP AND SUPEXCP TOGETHER,
      * CONSOLIDATES BY EXCP-SOURCE-PGM AND EXCP-REASON-CODE, DECODES
      * EACH REASON THROUGH THE SITE-MAINTAINED EXCPREAS REGISTRY
      * (THE SAME TWO-BYTE CODE MEANS DIFFERENT THINGS PER PROGRAM),
      * PRIORITIZED WORKLIST ON EXCPTRPT SORTED BY VOLUME.
      *
      * REGISTRY ROW: PROGRAM(8), REASON(2), DESCRIPTION(40).
      *
      * EVERY KEYED EXCEPTION IS ALSO FED TO THE WRKITEM WORK-ITEM
      * MASTER THROUGH WRKFEED (TYPE 'EX', UNDER THE PROGRAM THAT
      * REJECTED IT), SO WHO WORKED IT AND HOW IT ENDED IS KEPT ON
      * THE MASTER RATHER THAN ON THE PRINTED LIST. AN EXCEPTION
      * STILL OPEN FROM AN EARLIER NIGHT IS NOT RAISED TWICE.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS R6-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    MBIREIS'S UNAPPLIED MBI REISSUE NOTICES, IN THE SHARED
      *    LAYOUT.

           SELECT OPTIONAL MBI-EXCP-FILE
                                  ASSIGN TO MBIEXCP
                                  FILE STATUS IS R7-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    XFEROUT'S AND XFERIN'S REFUSED TRANSFERS, IN THE SHARED
      *    LAYOUT.

           SELECT OPTIONAL XFR-EXCP-FILE
                                  ASSIGN TO XFREXCP
                                  FILE STATUS IS R8-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    XREFSUPR'S REFUSED CLERK-CORRECTION SUPERSESSIONS, IN THE
      *    SHARED LAYOUT.

           SELECT OPTIONAL SUP-EXCP-FILE
                                  ASSIGN TO SUPEXCP
                                  FILE STATUS IS R9-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-REG-FILE
                                  ASSIGN TO EXCPREAS
                                  FILE STATUS IS RG-FILE-STATUS

       01  R6-REC                  PIC X(51).

       FD  MBI-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

       01  R7-REC                  PIC X(51).

       FD  XFR-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

       01  R8-REC                  PIC X(51).

       FD  SUP-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

       01  R9-REC                  PIC X(51).

       FD  REASON-REG-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  R4-FILE-STATUS          PIC X(02).
       01  R5-FILE-STATUS          PIC X(02).
       01  R6-FILE-STATUS          PIC X(02).
       01  R7-FILE-STATUS          PIC X(02).
       01  R8-FILE-STATUS          PIC X(02).
       01  R9-FILE-STATUS          PIC X(02).
       01  RG-FILE-STATUS          PIC X(02).
       01  HI-FILE-STATUS          PIC X(02).
       01  RP-FILE-STATUS          PIC X(02).

       01  WS-TODAY-DATE           PIC X(08)  VALUE SPACE.

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

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

           PERFORM 4000-WRITE-WORKLIST
              THRU 4000-EXIT.

           MOVE 'C'                   TO WF-FUNCTION.
           MOVE 'EXCPTRI '            TO WF-SOURCE-PGM.
           CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS.

           DISPLAY 'EXCPTRI,EXCEPTIONS READ,' WS-EXCP-READ.
           DISPLAY 'EXCPTRI,GROUPS REPORTED,' WS-GROUPS-REPORTED.
           DISPLAY 'EXCPTRI,REPEAT OFFENDERS,'
              CLOSE MRG-EXCP-FILE
           END-IF.

           OPEN INPUT MBI-EXCP-FILE.
           IF R7-FILE-STATUS = '00'
              MOVE 'N' TO WS-FILE-EOF
              PERFORM UNTIL FILE-AT-END
                  READ MBI-EXCP-FILE
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END
                      MOVE R7-REC    TO WS-EXCP-IMAGE
                      PERFORM 1100-TALLY-ONE-EXCEPTION
                         THRU 1100-EXIT
                  END-READ
              END-PERFORM
              CLOSE MBI-EXCP-FILE
           END-IF.

           OPEN INPUT XFR-EXCP-FILE.
           IF R8-FILE-STATUS = '00'
              MOVE 'N' TO WS-FILE-EOF
              PERFORM UNTIL FILE-AT-END
                  READ XFR-EXCP-FILE
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END
                      MOVE R8-REC    TO WS-EXCP-IMAGE
                      PERFORM 1100-TALLY-ONE-EXCEPTION
                         THRU 1100-EXIT
                  END-READ
              END-PERFORM
              CLOSE XFR-EXCP-FILE
           END-IF.

           OPEN INPUT SUP-EXCP-FILE.
           IF R9-FILE-STATUS = '00'
              MOVE 'N' TO WS-FILE-EOF
              PERFORM UNTIL FILE-AT-END
                  READ SUP-EXCP-FILE
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END
                      MOVE R9-REC    TO WS-EXCP-IMAGE
                      PERFORM 1100-TALLY-ONE-EXCEPTION
                         THRU 1100-EXIT
                  END-READ
              END-PERFORM
              CLOSE SUP-EXCP-FILE
           END-IF.

           CLOSE EXCP-HIST-FILE.

       1000-EXIT.
           MOVE WS-EXCP-IMAGE         TO HI-IMAGE.
           WRITE EXCP-HIST-REC.

           IF WS-EX-INPUT-KEY NOT = SPACE
              MOVE 'A'                TO WF-FUNCTION
              MOVE 'EX'               TO WF-TYPE
              MOVE WS-EX-INPUT-KEY    TO WF-BENE-KEY
              MOVE WS-EX-REASON-CODE  TO WF-REASON
              MOVE WS-EX-SOURCE-PGM   TO WF-SOURCE-PGM
              MOVE SPACE              TO WF-UNIT
              CALL 'WRKFEED' USING WS-WRKFEED-PARAMETERS
           END-IF.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-GROUP-COUNT
