       ID DIVISION.
       PROGRAM-ID.    FILECTL.

      *    BATCH-WINDOW FILE CONTROL. EVERY NIGHT THE OPERATOR USED
      *    TO CLOSE THE UPDATE-SIDE FILE DEFINITIONS (HICXREF,
      *    SSAXREF, ACKMAST, OUTCMAST) IN THE REGION BY HAND BEFORE
      *    THE BATCH WINDOW AND REOPEN THEM AFTERWARD - THE NIGHT IT
      *    WAS FORGOTTEN, RRBDRIVE FAILED ON ITS OPEN OR A CLERK'S
      *    INQUIRY FAILED MID-NIGHT. STREAMCT NOW LINKS HERE THROUGH
      *    EXCI: FUNCTION 'C' AT STREAM START (ONCE XREFSNAP HAS
      *    POINTED THE INQUIRY SCREENS AT THE SNAPSHOTS), FUNCTION
      *    'O' AT STREAM END.
      *
      *    EACH SET FILE IS CHECKED BY AN INQUIRE FILE AFTERWARD - A
      *    FILE COUNTS AS CLOSED ONLY WHEN IT IS BOTH CLOSED AND
      *    DISABLED, AS OPEN ONLY WHEN IT IS BOTH OPEN AND ENABLED -
      *    AND THE OUTCOME, RESP AND RESP2 COME BACK PER FILE IN THE
      *    COMMAREA FOR STREAMCT TO RECORD. A CLOSE STOPS AT THE
      *    FIRST FILE THAT WILL NOT CLOSE AND REOPENS THE ONES IT HAD
      *    ALREADY CLOSED, SO THE REGION IS NEVER LEFT HALF-SWITCHED;
      *    AN OPEN TRIES EVERY FILE REGARDLESS.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(08) COMP VALUE ZERO.

       01  WS-OPEN-STATUS              PIC S9(08) COMP VALUE ZERO.
       01  WS-ENABLE-STATUS            PIC S9(08) COMP VALUE ZERO.

       01  WS-FILE-IDX                 PIC 9(01)  VALUE ZERO.

      *    THE UPDATE-SIDE FILE DEFINITIONS THE NIGHTLY STREAM NEEDS
      *    EXCLUSIVE USE OF - THE SAME NAMES THE INQUIRY SCREENS
      *    READ THEM UNDER.

       01  WS-WINDOW-FILES.
           05  FILLER                  PIC X(08)  VALUE 'HICXREF '.
           05  FILLER                  PIC X(08)  VALUE 'SSAXREF '.
           05  FILLER                  PIC X(08)  VALUE 'ACKMAST '.
           05  FILLER                  PIC X(08)  VALUE 'OUTCMAST'.
       01  WS-WINDOW-FILE-TABLE REDEFINES WS-WINDOW-FILES.
           05  WS-WINDOW-FILE          PIC X(08) OCCURS 4 TIMES.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  FC-FUNCTION             PIC X(01).
               88  FC-CLOSE-FILES                 VALUE 'C'.
               88  FC-OPEN-FILES                  VALUE 'O'.
           05  FC-ALL-DONE             PIC X(01).
           05  FC-FILE-ENTRY           OCCURS 4 TIMES.
               10  FC-FILE-NAME        PIC X(08).
               10  FC-DISPOSITION      PIC X(08).
               10  FC-RESP             PIC 9(08).
               10  FC-RESP2            PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           MOVE 'Y'                    TO FC-ALL-DONE.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               MOVE WS-WINDOW-FILE (WS-FILE-IDX)
                                       TO FC-FILE-NAME (WS-FILE-IDX)
               MOVE 'SKIPPED '         TO FC-DISPOSITION (WS-FILE-IDX)
               MOVE ZERO               TO FC-RESP (WS-FILE-IDX)
                                          FC-RESP2 (WS-FILE-IDX)
           END-PERFORM.

           EVALUATE TRUE
             WHEN FC-CLOSE-FILES
               PERFORM 1000-CLOSE-ONE-FILE
                  THRU 1000-EXIT
                  VARYING WS-FILE-IDX FROM 1 BY 1
                  UNTIL WS-FILE-IDX > 4
                     OR FC-ALL-DONE = 'N'
               IF FC-ALL-DONE = 'N'
                  PERFORM 3000-BACK-OUT-ONE-FILE
                     THRU 3000-EXIT
                     VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > 4
               END-IF
             WHEN FC-OPEN-FILES
               PERFORM 2000-OPEN-ONE-FILE
                  THRU 2000-EXIT
                  VARYING WS-FILE-IDX FROM 1 BY 1
                  UNTIL WS-FILE-IDX > 4
             WHEN OTHER
               MOVE 'N'                TO FC-ALL-DONE
           END-EVALUATE.

           EXEC CICS RETURN
           END-EXEC.

       1000-CLOSE-ONE-FILE.

           EXEC CICS SET FILE(FC-FILE-NAME (WS-FILE-IDX))
               CLOSED
               DISABLED
               WAIT
               NOHANDLE
               RESP     (WS-RETURN-CODE)
               RESP2    (WS-RESP2)
           END-EXEC.

           PERFORM 4000-INQUIRE-FILE
              THRU 4000-EXIT.

           IF  WS-RETURN-CODE   = DFHRESP(NORMAL)
           AND WS-OPEN-STATUS   = DFHVALUE(CLOSED)
           AND WS-ENABLE-STATUS = DFHVALUE(DISABLED)
               MOVE 'CLOSED  '         TO FC-DISPOSITION (WS-FILE-IDX)
           ELSE
               MOVE 'NOCLOSE '         TO FC-DISPOSITION (WS-FILE-IDX)
               MOVE 'N'                TO FC-ALL-DONE
           END-IF.

       1000-EXIT.
           EXIT.

       2000-OPEN-ONE-FILE.

           EXEC CICS SET FILE(FC-FILE-NAME (WS-FILE-IDX))
               OPEN
               ENABLED
               NOHANDLE
               RESP     (WS-RETURN-CODE)
               RESP2    (WS-RESP2)
           END-EXEC.

           PERFORM 4000-INQUIRE-FILE
              THRU 4000-EXIT.

           IF  WS-RETURN-CODE   = DFHRESP(NORMAL)
           AND WS-OPEN-STATUS   = DFHVALUE(OPEN)
           AND WS-ENABLE-STATUS = DFHVALUE(ENABLED)
               MOVE 'OPENED  '         TO FC-DISPOSITION (WS-FILE-IDX)
           ELSE
               MOVE 'NOOPEN  '         TO FC-DISPOSITION (WS-FILE-IDX)
               MOVE 'N'                TO FC-ALL-DONE
           END-IF.

       2000-EXIT.
           EXIT.

      *    A FILE THIS CALL CLOSED IS PUT BACK IN SERVICE. THE FILE
      *    THAT REFUSED TO CLOSE IS ALSO RE-ENABLED IN CASE THE SET
      *    GOT AS FAR AS THE DISABLE.

       3000-BACK-OUT-ONE-FILE.

           IF  FC-DISPOSITION (WS-FILE-IDX) NOT = 'CLOSED  '
           AND FC-DISPOSITION (WS-FILE-IDX) NOT = 'NOCLOSE '
               GO TO 3000-EXIT
           END-IF.

           EXEC CICS SET FILE(FC-FILE-NAME (WS-FILE-IDX))
               OPEN
               ENABLED
               NOHANDLE
               RESP     (WS-RETURN-CODE)
               RESP2    (WS-RESP2)
           END-EXEC.

           IF  FC-DISPOSITION (WS-FILE-IDX) = 'CLOSED  '
               IF  WS-RETURN-CODE = DFHRESP(NORMAL)
                   MOVE 'REOPENED'     TO FC-DISPOSITION (WS-FILE-IDX)
               ELSE
                   MOVE 'NOOPEN  '     TO FC-DISPOSITION (WS-FILE-IDX)
                   MOVE WS-RETURN-CODE TO FC-RESP (WS-FILE-IDX)
                   MOVE WS-RESP2       TO FC-RESP2 (WS-FILE-IDX)
               END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      *    THE SET'S RESP IS WHAT COMES BACK TO THE CALLER; THE
      *    INQUIRE ONLY CONFIRMS THE STATE THE SET CLAIMED.

       4000-INQUIRE-FILE.

           MOVE WS-RETURN-CODE         TO FC-RESP (WS-FILE-IDX).
           MOVE WS-RESP2               TO FC-RESP2 (WS-FILE-IDX).

           MOVE ZERO                   TO WS-OPEN-STATUS
                                          WS-ENABLE-STATUS.

           EXEC CICS INQUIRE FILE(FC-FILE-NAME (WS-FILE-IDX))
               OPENSTATUS   (WS-OPEN-STATUS)
               ENABLESTATUS (WS-ENABLE-STATUS)
               NOHANDLE
           END-EXEC.

       4000-EXIT.
           EXIT.
