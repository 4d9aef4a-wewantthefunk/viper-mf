      *
      * WITH COUNTS BY THE TWO-BYTE BIC OF THE ACCEPTING SIDE. THE
      * RRB'S PREFIX ANNOUNCEMENTS USUALLY GIVE A WEEK OF LEAD TIME -
      * THIS IS WHAT LETS US USE IT. THE TBLGATE CONTROL-TABLE GATE
      * CALLS IT AS ITS SIMULATION CHECK, SO IT NOW ENDS WITH A
      * RETURN CODE THE GATE CAN JUDGE (SEE THE END OF THE MAIN LINE).

       ENVIRONMENT DIVISION.

               88  END-OF-A                   VALUE 'Y'.
           05  NO-MORE-B           PIC X(01)  VALUE 'N'.
               88  END-OF-B                   VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(01)  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-PAIRS-COMPARED       PIC 9(09)  VALUE ZERO.
              DISPLAY 'SIMCOMP,UNABLE TO OPEN BOTH PASS FILES,'
                      PA-FILE-STATUS ',' PB-FILE-STATUS
              MOVE 'Y' TO NO-MORE-A NO-MORE-B
              MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           MOVE WS-HEADING-1          TO COMPARE-RPT-REC.
           DISPLAY 'SIMCOMP,DIFFERENT SSA,' WS-DIFFERENT-SSA.
           DISPLAY 'SIMCOMP,PAIRING BROKEN,' WS-PAIRING-BROKEN.

      *    RETURN CODE 8 WHEN THE COMPARISON ITSELF CANNOT BE TRUSTED
      *    (A PASS FILE MISSING, OR THE PASSES OUT OF STEP), 4 WHEN
      *    THE CANDIDATE TABLES REJECT RECORDS THE CURRENT ONES
      *    ACCEPTED - WORTH A LOOK BEFORE ANYONE APPROVES THEM - AND
      *    ZERO OTHERWISE.

           IF  WS-OPEN-FAILED = 'Y'
           OR  WS-PAIRING-BROKEN > ZERO
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF  WS-NEWLY-REJECTED > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZERO               TO RETURN-CODE
           END-IF
           END-IF.

      *    GOBACK, NOT STOP RUN, SO THE TBLGATE CONTROL-TABLE GATE CAN
      *    RUN THIS CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       2000-COMPARE-ONE-PAIR.

