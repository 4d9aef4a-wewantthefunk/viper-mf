      * BALANCED AGAINST THE DAILY WRITE COUNTER THE ONLINE SIDE
      * KEEPS ON ONLWCNT - A SHORTFALL RAISES AN ALERTSUB ALERT AND
      * RC 8 INSTEAD OF BEING ABSORBED SILENTLY.
      *
      * A LOOKUP MADE IN A TRAINING SESSION (SEE TRNGCHK) COMES
      * THROUGH TAGGED 'T' AND IS SET ASIDE - COUNTED AND SHOWN ON
      * ITS OWN LINE, BUT KEPT OUT OF THE CODE ROLLUP, THE EXCEPTIONS
      * AND THE DAY'S TOTALS. COMPL004 DOES NOT BUMP ONLWCNT FOR A
      * TRAINING LOOKUP EITHER, SO THE BALANCE STILL HOLDS.

       ENVIRONMENT DIVISION.

           05  OL-RET-CD           PIC X(01).
           05  OL-TERM             PIC X(04).
           05  OL-TIME             PIC X(08).
           05  OL-MODE             PIC X(01).
               88  OL-TRAINING                VALUE 'T'.
           05  FILLER              PIC X(01).

       FD  ONLINE-SPILL-FILE
           RECORD CONTAINS 20 CHARACTERS.
           05  WS-REJECTED-COUNT       PIC 9(09)  VALUE ZERO.
           05  WS-CODES-REPORTED       PIC 9(03)  VALUE ZERO.
           05  WS-SPILL-READ           PIC 9(09)  VALUE ZERO.
           05  WS-TRAINING-SKIPPED     PIC 9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-EXPECTED-WRITES      PIC 9(09)  VALUE ZERO.
           DISPLAY 'ONLROLL,REJECTED,' WS-REJECTED-COUNT.
           DISPLAY 'ONLROLL,DISTINCT CODES,' WS-CODES-REPORTED.
           DISPLAY 'ONLROLL,SPILL RECORDS DRAINED,' WS-SPILL-READ.
           DISPLAY 'ONLROLL,TRAINING LOOKUPS SET ASIDE,'
                   WS-TRAINING-SKIPPED.

           STOP RUN.

                 AT END
                   MOVE 'Y'            TO NO-MORE-LOG
                 NOT AT END
                   IF OL-TRAINING
                      ADD 1            TO WS-TRAINING-SKIPPED
                   ELSE
                      ADD 1            TO WS-LOOKUPS-READ
                      PERFORM 1100-TALLY-ONE-LOOKUP
                         THRU 1100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

                   MOVE 'Y'            TO NO-MORE-SPILL
                 NOT AT END
                   MOVE ONLINE-SPILL-REC TO ONLINE-LOG-REC
                   ADD 1               TO WS-SPILL-READ
                   IF OL-TRAINING
                      ADD 1            TO WS-TRAINING-SKIPPED
                   ELSE
                      ADD 1            TO WS-LOOKUPS-READ
                      PERFORM 1100-TALLY-ONE-LOOKUP
                         THRU 1100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

