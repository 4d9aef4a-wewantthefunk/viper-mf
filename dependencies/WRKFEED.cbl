       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKFEED.
       AUTHOR. CHRISTIAN STRAMA.

      *    WORK-ITEM FEED SERVICE. EXCPTRI'S WORKLIST, ACKWLST'S
      *    REWORK LIST, THE HICRVEXT MISMATCH REVIEW AND THE SSACOLL
      *    COLLISION ROWS WERE ALL PAPER - WHO TOOK WHICH ITEM, AND
      *    WHETHER IT WAS EVER FINISHED, LIVED ON THE PRINTOUT. EACH
      *    OF THOSE JOBS NOW ALSO CALLS HERE ONCE PER ITEM IT RAISES,
      *    AND THE ITEM IS RECORDED ON THE KEYED WRKITEM MASTER
      *    (COPYBOOK WRKITEM), WHERE CLERKS CLAIM AND CLOSE IT ON THE
      *    WRKQ SCREEN AND WRKAGE REPORTS ITS AGE.
      *
      *    FUNCTIONS:
      *      A - ADD. AN ITEM WHOSE NATURAL KEY (TYPE, BENEFICIARY
      *          KEY, REASON, SOURCE JOB) IS STILL OPEN OR CLAIMED
      *          FROM AN EARLIER NIGHT IS NOT CREATED AGAIN - ITS
      *          WI-LAST-FED IS RE-STAMPED AND WF-RESULT SAYS 'D'.
      *          OTHERWISE A NEW OPEN ITEM IS WRITTEN UNDER THE
      *          BUSINESS DATE (GETBDATE) AND WF-RESULT SAYS 'N'. AN
      *          ITEM ALREADY CLOSED TODAY IS NOT REOPENED BY A RERUN
      *          OF THE SAME NIGHT ('D' AS WELL). 'E' MEANS THE
      *          MASTER COULD NOT BE UPDATED - REPORTED ON SYSOUT,
      *          AND THE CALLER CARRIES ON, SINCE THE PRINTED LIST IS
      *          STILL PRODUCED.
      *      C - CLOSE. THE CALLER'S END OF JOB: THE MASTER IS CLOSED
      *          AND THE RUN'S ADDED / ALREADY-OPEN COUNTS ARE SAID
      *          ON SYSOUT UNDER THE CALLER'S NAME (WF-SOURCE-PGM).
      *
      *    THE OWNING UNIT IS THE CALLER'S WF-UNIT WHEN IT KNOWS ONE
      *    (ACKWLST TAKES IT FROM THE SSAREAS REGISTRY); OTHERWISE THE
      *    SITE-MAINTAINED WRKUNIT TABLE IS CONSULTED - A ROW FOR THE
      *    TYPE AND SOURCE JOB WINS OVER A ROW FOR THE TYPE WITH A
      *    BLANK SOURCE JOB - AND AN ITEM NO ROW ROUTES GOES TO THE
      *    'UNROUTED' QUEUE, WHICH A SUPERVISOR'S OPERUNIT ROW CAN
      *    POINT AT.
      *
      *    WRKUNIT ROW: TYPE(2), SOURCE JOB(8), UNIT(12).
      *
      *    THE MASTER IS OPENED ONCE PER RUN UNIT, ON THE FIRST ADD,
      *    AND CREATED EMPTY WHEN IT DOES NOT EXIST YET. UNDER THE
      *    SHARED BTCHTEST SWITCH THE TEST-SCOPED WRKITEMT IS USED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT WORK-ITEM-FILE  ASSIGN TO WS-WRKITEM-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS WI-KEY
                                  FILE STATUS IS WI-FILE-STATUS.

           SELECT OPTIONAL UNIT-TABLE-FILE
                                  ASSIGN TO WRKUNIT
                                  FILE STATUS IS WU-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  WORK-ITEM-FILE.

           COPY WRKITEM.

       FD  UNIT-TABLE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  UNIT-TABLE-REC.
           05  WU-TYPE                 PIC  X(02).
           05  WU-SOURCE-PGM           PIC  X(08).
           05  WU-UNIT                 PIC  X(12).

       WORKING-STORAGE SECTION.

       01  WI-FILE-STATUS              PIC  X(02).
       01  WU-FILE-STATUS              PIC  X(02).

       01  WS-WRKITEM-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-FILE-OPENED              PIC  X(01)  VALUE 'N'.
           88  FILE-OPENED                         VALUE 'Y'.

       01  WS-MASTER-USABLE            PIC  X(01)  VALUE 'N'.
           88  MASTER-USABLE                       VALUE 'Y'.

       01  WS-TABLE-LOADED             PIC  X(01)  VALUE 'N'.
           88  TABLE-LOADED                        VALUE 'Y'.

       01  WS-FILE-EOF                 PIC  X(01)  VALUE 'N'.
           88  FILE-AT-END                         VALUE 'Y'.

       01  WS-SCAN-DONE                PIC  X(01)  VALUE 'N'.
           88  SCAN-DONE                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-ADDED          PIC  9(09)  VALUE ZERO.
           05  WS-ITEMS-ALREADY-OPEN   PIC  9(09)  VALUE ZERO.
           05  WS-ITEMS-NOT-RECORDED   PIC  9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE            PIC  X(08)  VALUE SPACE.

       01  WS-WANTED-KEY               PIC  X(25)  VALUE SPACE.

       01  WS-UNIT-COUNT               PIC  9(03)  VALUE ZERO.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY       OCCURS 100 TIMES.
               10  WS-UT-TYPE          PIC  X(02).
               10  WS-UT-SOURCE-PGM    PIC  X(08).
               10  WS-UT-UNIT          PIC  X(12).

       01  WS-UNIT-IDX                 PIC  9(03)  VALUE ZERO.
       01  WS-RESOLVED-UNIT            PIC  X(12)  VALUE SPACE.
       01  WS-TYPE-ONLY-UNIT           PIC  X(12)  VALUE SPACE.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC  X(08).
           05  GB-SOURCE               PIC  X(01).

       LINKAGE SECTION.

       01  WRKFEED-PARAMETERS.
           05  WF-FUNCTION             PIC  X(01).
               88  WF-ADD-ITEM                     VALUE 'A'.
               88  WF-CLOSE-MASTER                 VALUE 'C'.
           05  WF-TYPE                 PIC  X(02).
           05  WF-BENE-KEY             PIC  X(12).
           05  WF-REASON               PIC  X(03).
           05  WF-SOURCE-PGM           PIC  X(08).
           05  WF-UNIT                 PIC  X(12).
           05  WF-RESULT               PIC  X(01).
               88  WF-ITEM-NEW                     VALUE 'N'.
               88  WF-ITEM-ALREADY-OPEN            VALUE 'D'.
               88  WF-ITEM-NOT-RECORDED            VALUE 'E'.

       PROCEDURE DIVISION           USING  WRKFEED-PARAMETERS.

           IF  WF-CLOSE-MASTER
               PERFORM 0900-CLOSE-MASTER
                  THRU 0900-EXIT
               GOBACK
           END-IF

           IF  NOT FILE-OPENED
               PERFORM 0100-OPEN-MASTER
                  THRU 0100-EXIT
           END-IF

           PERFORM 0200-ADD-ITEM
              THRU 0200-EXIT

           GOBACK.

      *    OPENS THE MASTER I-O ONCE PER RUN UNIT, CREATING IT EMPTY
      *    ON ITS FIRST NIGHT, AND LOADS THE UNIT ROUTING TABLE.

       0100-OPEN-MASTER.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'WRKITEMT'          TO  WS-WRKITEM-DSN
           ELSE
               MOVE  'WRKITEM '          TO  WS-WRKITEM-DSN
           END-IF.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE                TO WS-BUSINESS-DATE.

           OPEN I-O WORK-ITEM-FILE.
           IF WI-FILE-STATUS NOT = '00'
              OPEN OUTPUT WORK-ITEM-FILE
              CLOSE WORK-ITEM-FILE
              OPEN I-O WORK-ITEM-FILE
           END-IF.

           IF WI-FILE-STATUS = '00'
              MOVE 'Y'                 TO WS-MASTER-USABLE
           ELSE
              DISPLAY 'WRKFEED,UNABLE TO OPEN WRKITEM,'
                      WI-FILE-STATUS ',ITEMS NOT RECORDED'
              MOVE 'N'                 TO WS-MASTER-USABLE
           END-IF.

           IF NOT TABLE-LOADED
              PERFORM 0150-LOAD-UNIT-TABLE
                 THRU 0150-EXIT
           END-IF.

           SET  FILE-OPENED            TO  TRUE.

       0100-EXIT.
           EXIT.

       0150-LOAD-UNIT-TABLE.

           SET  TABLE-LOADED           TO  TRUE.

           OPEN INPUT UNIT-TABLE-FILE.

           IF WU-FILE-STATUS NOT = '00'
              CLOSE UNIT-TABLE-FILE
              GO TO 0150-EXIT
           END-IF.

           MOVE 'N'                    TO WS-FILE-EOF.

           PERFORM 0160-READ-ONE-UNIT-ROW
              THRU 0160-EXIT
             UNTIL FILE-AT-END.

           CLOSE UNIT-TABLE-FILE.

       0150-EXIT.
           EXIT.

       0160-READ-ONE-UNIT-ROW.

           READ UNIT-TABLE-FILE
             AT END
               MOVE 'Y'                TO WS-FILE-EOF
               GO TO 0160-EXIT
           END-READ.

           IF WS-UNIT-COUNT >= 100
              DISPLAY 'WRKFEED,WRKUNIT ROWS EXCEED TABLE MAX 100,'
                      'ROWS IGNORED'
              MOVE 'Y'                 TO WS-FILE-EOF
              GO TO 0160-EXIT
           END-IF.

           ADD 1                       TO WS-UNIT-COUNT.
           MOVE WU-TYPE       TO WS-UT-TYPE (WS-UNIT-COUNT).
           MOVE WU-SOURCE-PGM TO WS-UT-SOURCE-PGM (WS-UNIT-COUNT).
           MOVE WU-UNIT       TO WS-UT-UNIT (WS-UNIT-COUNT).

       0160-EXIT.
           EXIT.

      *****************************************************************
      *  ONE ITEM - THE NATURAL KEY'S ROWS ARE ADJACENT ON THE MASTER  *
      *  (ONLY THE TRAILING CREATION DATE DIFFERS), SO A START AT THE  *
      *  KEY WITH THE DATE LOW AND A SHORT FORWARD READ FINDS ANY ROW  *
      *  STILL OPEN FROM AN EARLIER NIGHT.                             *
      *****************************************************************
       0200-ADD-ITEM.

           IF NOT MASTER-USABLE
              SET WF-ITEM-NOT-RECORDED TO TRUE
              ADD 1                    TO WS-ITEMS-NOT-RECORDED
              GO TO 0200-EXIT
           END-IF.

           MOVE SPACE                  TO WORK-ITEM-REC.
           MOVE WF-TYPE                TO WI-TYPE.
           MOVE WF-BENE-KEY            TO WI-BENE-KEY.
           MOVE WF-REASON              TO WI-REASON.
           MOVE WF-SOURCE-PGM          TO WI-SOURCE-PGM.
           MOVE WI-NATURAL-KEY         TO WS-WANTED-KEY.
           MOVE LOW-VALUES             TO WI-CREATED.

           MOVE SPACE                  TO WF-RESULT.
           MOVE 'N'                    TO WS-SCAN-DONE.

           START WORK-ITEM-FILE KEY NOT < WI-KEY
              INVALID KEY
                 MOVE 'Y'              TO WS-SCAN-DONE
           END-START.

           PERFORM 0250-CHECK-ONE-EXISTING
              THRU 0250-EXIT
             UNTIL SCAN-DONE.

           IF WF-ITEM-ALREADY-OPEN
              ADD 1                    TO WS-ITEMS-ALREADY-OPEN
              GO TO 0200-EXIT
           END-IF.

           PERFORM 0300-RESOLVE-UNIT
              THRU 0300-EXIT.

           MOVE SPACE                  TO WORK-ITEM-REC.
           MOVE WS-WANTED-KEY          TO WI-NATURAL-KEY.
           MOVE WS-BUSINESS-DATE       TO WI-CREATED
                                          WI-LAST-FED.
           MOVE WS-RESOLVED-UNIT       TO WI-UNIT.
           SET  WI-OPEN                TO TRUE.

           WRITE WORK-ITEM-REC
              INVALID KEY
                 SET WF-ITEM-ALREADY-OPEN
                                       TO TRUE
                 ADD 1                 TO WS-ITEMS-ALREADY-OPEN
                 GO TO 0200-EXIT
           END-WRITE.

           IF WI-FILE-STATUS NOT = '00'
              DISPLAY 'WRKFEED,WRITE FAILED,' WI-FILE-STATUS ','
                      WF-SOURCE-PGM ',' WF-TYPE
              SET WF-ITEM-NOT-RECORDED TO TRUE
              ADD 1                    TO WS-ITEMS-NOT-RECORDED
              GO TO 0200-EXIT
           END-IF.

           SET  WF-ITEM-NEW            TO TRUE.
           ADD 1                       TO WS-ITEMS-ADDED.

       0200-EXIT.
           EXIT.

      *    THE SCAN STOPS AT THE FIRST ROW OF ANOTHER NATURAL KEY. A
      *    ROW STILL OPEN IS RE-STAMPED AND ENDS THE SCAN AS A
      *    DUPLICATE; A CLOSED ROW IS PASSED OVER.

       0250-CHECK-ONE-EXISTING.

           READ WORK-ITEM-FILE NEXT
             AT END
               MOVE 'Y'                TO WS-SCAN-DONE
               GO TO 0250-EXIT
           END-READ.

           IF WI-NATURAL-KEY NOT = WS-WANTED-KEY
              MOVE 'Y'                 TO WS-SCAN-DONE
              GO TO 0250-EXIT
           END-IF.

           IF WI-CLOSED
              GO TO 0250-EXIT
           END-IF.

           MOVE WS-BUSINESS-DATE       TO WI-LAST-FED.
           REWRITE WORK-ITEM-REC.

           SET  WF-ITEM-ALREADY-OPEN   TO TRUE.
           MOVE 'Y'                    TO WS-SCAN-DONE.

       0250-EXIT.
           EXIT.

       0300-RESOLVE-UNIT.

           IF WF-UNIT NOT = SPACE
              MOVE WF-UNIT             TO WS-RESOLVED-UNIT
              GO TO 0300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-RESOLVED-UNIT
                                          WS-TYPE-ONLY-UNIT.

           PERFORM 0350-MATCH-ONE-UNIT-ROW
              THRU 0350-EXIT
             VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.

           IF WS-RESOLVED-UNIT = SPACE
              MOVE WS-TYPE-ONLY-UNIT   TO WS-RESOLVED-UNIT
           END-IF.

           IF WS-RESOLVED-UNIT = SPACE
              MOVE 'UNROUTED'          TO WS-RESOLVED-UNIT
           END-IF.

       0300-EXIT.
           EXIT.

       0350-MATCH-ONE-UNIT-ROW.

           IF WS-UT-TYPE (WS-UNIT-IDX) NOT = WF-TYPE
              GO TO 0350-EXIT
           END-IF.

           IF WS-UT-SOURCE-PGM (WS-UNIT-IDX) = WF-SOURCE-PGM
              MOVE WS-UT-UNIT (WS-UNIT-IDX)
                                       TO WS-RESOLVED-UNIT
              MOVE WS-UNIT-COUNT       TO WS-UNIT-IDX
              GO TO 0350-EXIT
           END-IF.

           IF  WS-UT-SOURCE-PGM (WS-UNIT-IDX) = SPACE
           AND WS-TYPE-ONLY-UNIT = SPACE
               MOVE WS-UT-UNIT (WS-UNIT-IDX)
                                       TO WS-TYPE-ONLY-UNIT
           END-IF.

       0350-EXIT.
           EXIT.

      *    THE CALLER'S END OF JOB - CLOSES THE MASTER SO A LATER STEP
      *    IN THE SAME RUN UNIT (A STREAMCT PERIODIC CALL) SEES EVERY
      *    ITEM, AND SAYS WHAT THIS CALLER FED.

       0900-CLOSE-MASTER.

           IF FILE-OPENED
              IF MASTER-USABLE
                 CLOSE WORK-ITEM-FILE
              END-IF
              MOVE 'N'                 TO WS-FILE-OPENED
                                          WS-MASTER-USABLE
           END-IF.

           DISPLAY WF-SOURCE-PGM ',WORK ITEMS ADDED,'
                   WS-ITEMS-ADDED.
           DISPLAY WF-SOURCE-PGM ',WORK ITEMS ALREADY OPEN,'
                   WS-ITEMS-ALREADY-OPEN.

           IF WS-ITEMS-NOT-RECORDED > ZERO
              DISPLAY WF-SOURCE-PGM ',WORK ITEMS NOT RECORDED,'
                      WS-ITEMS-NOT-RECORDED
           END-IF.

           MOVE ZERO                   TO WS-ITEMS-ADDED
                                          WS-ITEMS-ALREADY-OPEN
                                          WS-ITEMS-NOT-RECORDED.

       0900-EXIT.
           EXIT.
