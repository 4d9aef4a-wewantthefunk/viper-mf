      * GENERATIONS ON THE ONE DD) AND RANKS THE SENDING REGIONS BY
      * REJECT RATE, WITH THE REASON MIX BROKEN OUT THE WAY THE
      * SOURCE UNITS CAN ACT ON IT - 01/05 MALFORMED, 03
      * OUT-OF-RANGE, 04/06 BAD NINE-DIGIT, 07-12 BAD ENTITLEMENT
      * DATE OR CLAIM TYPE ON THE ENRICHED EXTRACT - AND
      * WEEK-OVER-WEEK MOVEMENT PER REGION AGAINST THE PRIOR WEEK'S
      * RATE.
      *
      * THE PRIOR WEEK COMES FROM THE REGHIST HISTORY FILE THIS JOB
      * MAINTAINS ITSELF: ONE RECORD PER REGION PER WEEK, STAMPED
       FILE SECTION.

       FD  RRB-OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RO-REC.
           02  RO-RRB-HIC          PIC X(12).
           02  RO-SOURCE           PIC X(03).
           02  RO-ENT-DATE         PIC X(08).
           02  RO-CLAIM-TYPE       PIC X(02).
           02  RO-BENE-TYPE        PIC X(02).
           02  RO-BIRTH-DATE       PIC X(08).

       FD  REG-HISTORY-FILE
           RECORD CONTAINS 29 CHARACTERS.
               10  WS-RGN-MALFORMED    PIC  9(09).
               10  WS-RGN-OUT-RANGE    PIC  9(09).
               10  WS-RGN-BAD-NINE     PIC  9(09).
               10  WS-RGN-ENRICH       PIC  9(09).
               10  WS-RGN-PRIOR-DATE   PIC  X(08).
               10  WS-RGN-PRIOR-TOTAL  PIC  9(09).
               10  WS-RGN-PRIOR-REJ    PIC  9(09).
       01  WS-FOUND-IDX                PIC 9(03)  VALUE ZERO.
       01  WS-SEARCH-REGION            PIC X(03)  VALUE SPACE.

       01  WS-SWAP-ENTRY               PIC X(83)  VALUE SPACE.

       01  WS-PCT-WORK                 PIC 9(03)V9  VALUE ZERO.
       01  WS-CUR-PCT                  PIC 9(03)V9  VALUE ZERO.
           05  FILLER              PIC X(12)  VALUE ' MALFORMED'.
           05  FILLER              PIC X(12)  VALUE ' OUT-RANGE'.
           05  FILLER              PIC X(12)  VALUE ' BAD-NINE'.
           05  FILLER              PIC X(12)  VALUE ' ENRICHMENT'.
           05  FILLER              PIC X(22)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DTL-REGION       PIC X(03).
           05  WS-DTL-OUT-RANGE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DTL-BAD-NINE     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DTL-ENRICH       PIC ZZZ,ZZZ,ZZ9.
           05  WS-DTL-NOTE         PIC X(14).
           05  FILLER              PIC X(09)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(09)  VALUE 'DETAILS '.
           DISPLAY 'REGQLTY,REJECTED,' WS-REJECTED-TOTAL.
           DISPLAY 'REGQLTY,REGIONS REPORTED,' WS-REGIONS-REPORTED.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PERIODIC STEP AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

       1000-TALLY-WEEK.

             WHEN '04'
             WHEN '06'
               ADD 1 TO WS-RGN-BAD-NINE (WS-FOUND-IDX)
             WHEN '07'
             WHEN '08'
             WHEN '09'
             WHEN '10'
             WHEN '11'
             WHEN '12'
               ADD 1 TO WS-RGN-ENRICH (WS-FOUND-IDX)
           END-EVALUATE.

       1100-EXIT.
                WS-RGN-MALFORMED   (WS-FOUND-IDX)
                WS-RGN-OUT-RANGE   (WS-FOUND-IDX)
                WS-RGN-BAD-NINE    (WS-FOUND-IDX)
                WS-RGN-ENRICH      (WS-FOUND-IDX)
                WS-RGN-PRIOR-TOTAL (WS-FOUND-IDX)
                WS-RGN-PRIOR-REJ   (WS-FOUND-IDX).
           MOVE SPACE                 TO
           MOVE WS-RGN-MALFORMED (WS-WORK-IDX) TO WS-DTL-MALFORMED.
           MOVE WS-RGN-OUT-RANGE (WS-WORK-IDX) TO WS-DTL-OUT-RANGE.
           MOVE WS-RGN-BAD-NINE (WS-WORK-IDX)  TO WS-DTL-BAD-NINE.
           MOVE WS-RGN-ENRICH (WS-WORK-IDX)    TO WS-DTL-ENRICH.

           MOVE 'D'                   TO RW-FUNCTION.
           MOVE WS-DETAIL-LINE        TO RW-PRINT-LINE.
