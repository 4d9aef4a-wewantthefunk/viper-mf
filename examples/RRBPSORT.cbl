      * IN ONE EXTRACT IS ITSELF A DATA-QUALITY SIGNAL THE SOURCE
      * UNIT WANTS TO SEE. THE JCL POINTS THE CONVERSION'S RRBFILE DD
      * AT RRBSRTD.
      *
      * THE EXTRACT IS LABELED, AND ONLY THE DETAILS ARE SORTED. THE
      * 'H' HEADER (RECORD 1) IS CHECKED AND ITS LAYOUT VERSION
      * (POSITIONS 13-14) LOOKED UP ON THE XTRLAYT LAYOUT REGISTRY
      * THROUGH XLAYLOOK - AN UNKNOWN OR RETIRED VERSION STOPS THE
      * STEP WITH RETURN CODE 8, AS DOES A MISSING HEADER OR A 'T'
      * TRAILER (THE LAST RECORD) WHOSE COUNT DISAGREES WITH THE
      * DETAILS. RRBSRTD GETS THE HEADER FIRST, CARRYING THE
      * VERSION (02 WHEN THE INBOUND HEADER HAD NONE), THEN THE
      * UNIQUE DETAILS, THEN A FRESH TRAILER COUNTING THEM - SO THE
      * CONVERSION'S BALANCE PRE-PASS STILL BALANCES WITH THE
      * DUPLICATES GONE.

       ENVIRONMENT DIVISION.


       FILE SECTION.

      *    THE EXTRACT ARRIVES IN WHICHEVER LAYOUT ITS HEADER'S
      *    VERSION NAMES - 01 THE CLASSIC 12-BYTE HIC, 02 THE
      *    ENRICHED 22-BYTE FORMAT (HIC, ENTITLEMENT DATE, CLAIM-TYPE
      *    CODE), LATER VERSIONS UP TO 80 BYTES. EACH RECORD'S LENGTH
      *    RIDES THROUGH THE SORT SO THE PASSED-THROUGH COPY KEEPS
      *    ITS OWN FORMAT.

       FD  INPUTFILE
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-XF-LEN.

       01  RRB-REC.
           02  RRB-NUMBER          PIC X(12).
           02  RRB-ENRICH          PIC X(68).

       01  RRB-HDR-REC.
           02  HDR-RECORD-TYPE     PIC X(01).
           02  HDR-EXTRACT-DATE    PIC X(08).
           02  HDR-SOURCE-CODE     PIC X(03).
           02  HDR-LAYOUT-VERSION  PIC X(02).

       SD  SORT-WORK-1
           RECORD 82.

       01  SORT-RECORD-1.
           05  SORT-RRB-HIC        PIC X(12).
           05  SORT-ENRICH         PIC X(68).
           05  SORT-REC-LEN        PIC 9(02).

       FD  SORTED-OUT-FILE
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-SO-LEN.

       01  SORTED-OUT-REC          PIC X(80).

       FD  DUPLICATE-RPT-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  WS-CURRENT-COUNT        PIC 9(07)  VALUE ZERO.
       01  WS-FIRST-RETURN         PIC X(01)  VALUE 'Y'.

      *    ONE-RECORD LOOKAHEAD - THE TRAILER IS POSITIONAL (THE LAST
      *    RECORD), SO A RECORD IS ONLY RELEASED ONCE THE RECORD
      *    AFTER IT HAS BEEN SEEN.

       01  WS-HELD-RECORD          PIC X(80)  VALUE SPACE.
       01  WS-HELD-LEN             PIC 9(02)  VALUE 12.
       01  WS-RECORD-HELD          PIC X(01)  VALUE 'N'.

      *    'Y' WHEN THE TRAILER FAILED ITS CHECK - THE OUTPUT
      *    PROCEDURE WRITES NOTHING AND THE STEP STOPS AFTER THE SORT.

       01  WS-TRAILER-BAD          PIC X(01)  VALUE 'N'.

       01  WS-LABEL-BUILD          PIC X(14)  VALUE SPACE.
       01  WS-LABEL-HDR REDEFINES WS-LABEL-BUILD.
           05  WL-RECORD-TYPE      PIC X(01).
           05  WL-EXTRACT-DATE     PIC X(08).
           05  WL-SOURCE-CODE      PIC X(03).
           05  WL-LAYOUT-VERSION   PIC X(02).
       01  WS-LABEL-TRL REDEFINES WS-LABEL-BUILD.
           05  WT-RECORD-TYPE      PIC X(01).
           05  WT-RECORD-COUNT     PIC 9(09).
           05  FILLER              PIC X(04).

      *    PARAMETERS FOR XLAYLOOK - SAME LAYOUT AS XLAYLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-XLAYLOOK-PARAMETERS.
           05  LY-VERSION              PIC  X(02).
           05  LY-RECORD-LENGTH        PIC  9(03).
           05  LY-ENT-DATE-POS         PIC  9(03).
           05  LY-CLAIM-TYPE-POS       PIC  9(03).
           05  LY-BENE-TYPE-POS        PIC  9(03).
           05  LY-BIRTH-DATE-POS       PIC  9(03).
           05  LY-SOURCE               PIC  X(01).
           05  LY-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           OPEN INPUT  INPUTFILE.

           IF FILE-STATUS NOT = '00'
              DISPLAY 'RRBPSORT,UNABLE TO OPEN RRBFILE,'
                      FILE-STATUS
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           OPEN OUTPUT SORTED-OUT-FILE
                       DUPLICATE-RPT-FILE.

           PERFORM 0500-PASS-HEADER
              THRU 0500-EXIT.

           SORT SORT-WORK-1 ASCENDING SORT-RRB-HIC
              INPUT PROCEDURE IS 1000-RELEASE-INPUT
                           THRU 1000-EXIT
              OUTPUT PROCEDURE IS 2000-DEDUPE-SORTED
                           THRU 2000-EXIT.

           IF WS-TRAILER-BAD = 'Y'
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           PERFORM 3000-WRITE-TRAILER
              THRU 3000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

      *    THE INBOUND HEADER MUST BE FIRST AND VALID, AND ITS
      *    LAYOUT VERSION ONE THE REGISTRY STILL READS. IT IS WRITTEN
      *    TO RRBSRTD AHEAD OF THE SORTED DETAILS.

       0500-PASS-HEADER.

           READ INPUTFILE
              AT END
                DISPLAY 'RRBPSORT,BALANCE FAILURE,EXTRACT IS EMPTY,'
                        'EXPECTED A HEADER RECORD'
                PERFORM 7000-STOP-UNBALANCED
                   THRU 7000-EXIT
           END-READ.

           IF HDR-RECORD-TYPE NOT = 'H'
           OR HDR-EXTRACT-DATE NOT NUMERIC
              DISPLAY 'RRBPSORT,BALANCE FAILURE,FIRST RECORD IS NOT '
                      'A VALID HEADER,' RRB-NUMBER
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           IF WS-XF-LEN >= 14
              MOVE HDR-LAYOUT-VERSION TO LY-VERSION
           ELSE
              MOVE SPACE              TO LY-VERSION
           END-IF.

           CALL 'XLAYLOOK' USING WS-XLAYLOOK-PARAMETERS.

           IF LY-RETURN-CODE = 08
              DISPLAY 'RRBPSORT,BALANCE FAILURE,LAYOUT VERSION '
                      LY-VERSION ' NOT ON THE XTRLAYT REGISTRY'
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           IF LY-RETURN-CODE = 12
              DISPLAY 'RRBPSORT,BALANCE FAILURE,LAYOUT VERSION '
                      LY-VERSION ' IS RETIRED ON THE XTRLAYT REGISTRY'
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           MOVE SPACE                 TO WS-LABEL-BUILD.
           MOVE 'H'                   TO WL-RECORD-TYPE.
           MOVE HDR-EXTRACT-DATE      TO WL-EXTRACT-DATE.
           MOVE HDR-SOURCE-CODE       TO WL-SOURCE-CODE.
           MOVE LY-VERSION            TO WL-LAYOUT-VERSION.

           MOVE 14                    TO WS-SO-LEN.
           MOVE WS-LABEL-BUILD        TO SORTED-OUT-REC.
           WRITE SORTED-OUT-REC.

       0500-EXIT.
           EXIT.

      *    RELEASES THE HELD DETAIL AND HOLDS THE RECORD JUST READ -
      *    THE RECORD STILL IN HAND AT END-OF-FILE IS THE TRAILER,
      *    WHICH IS CHECKED AGAINST THE DETAILS AND NOT SORTED.

       1000-RELEASE-INPUT.

           PERFORM UNTIL END-OF-INPUT
               READ INPUTFILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-INPUT
                 NOT AT END
                   IF WS-RECORD-HELD = 'Y'
                      PERFORM 1100-RELEASE-HELD
                         THRU 1100-EXIT
                   END-IF
                   IF WS-XF-LEN < 80
                      MOVE SPACE       TO RRB-REC (WS-XF-LEN + 1:)
                   END-IF
                   MOVE RRB-REC        TO WS-HELD-RECORD
                   MOVE WS-XF-LEN      TO WS-HELD-LEN
                   MOVE 'Y'            TO WS-RECORD-HELD
               END-READ
           END-PERFORM.

           CLOSE INPUTFILE.

           PERFORM 1200-CHECK-TRAILER
              THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

       1100-RELEASE-HELD.

           ADD 1                      TO WS-RECORDS-READ.
           MOVE WS-HELD-RECORD (1:12) TO SORT-RRB-HIC.
           MOVE WS-HELD-RECORD (13:68)
                                      TO SORT-ENRICH.
           MOVE WS-HELD-LEN           TO SORT-REC-LEN.
           RELEASE SORT-RECORD-1.

       1100-EXIT.
           EXIT.

      *    THE RECORD LEFT IN HAND MUST BE THE TRAILER AND ITS COUNT
      *    MUST MATCH THE DETAILS RELEASED - THE SAME BALANCE THE
      *    DRIVER'S OWN PRE-PASS ENFORCES.

       1200-CHECK-TRAILER.

           IF WS-RECORD-HELD NOT = 'Y'
              DISPLAY 'RRBPSORT,BALANCE FAILURE,EXTRACT HAS NO '
                      'TRAILER RECORD'
              MOVE 'Y'                TO WS-TRAILER-BAD
              GO TO 1200-EXIT
           END-IF.

           MOVE WS-HELD-RECORD (1:12) TO WS-LABEL-BUILD.

           IF WT-RECORD-TYPE NOT = 'T'
           OR WT-RECORD-COUNT NOT NUMERIC
              DISPLAY 'RRBPSORT,BALANCE FAILURE,LAST RECORD IS NOT '
                      'A TRAILER - TRANSMISSION TRUNCATED'
              MOVE 'Y'                TO WS-TRAILER-BAD
              GO TO 1200-EXIT
           END-IF.

           IF WT-RECORD-COUNT NOT = WS-RECORDS-READ
              DISPLAY 'RRBPSORT,BALANCE FAILURE,TRAILER COUNT,'
                      'EXPECTED,' WT-RECORD-COUNT
                      ',ACTUAL,' WS-RECORDS-READ
              MOVE 'Y'                TO WS-TRAILER-BAD
           END-IF.

       1200-EXIT.
           EXIT.

      *    WALKS THE SORTED RECORDS - THE FIRST OCCURRENCE OF EACH
      *    HIC GOES THROUGH, REPEATS ONLY BUMP ITS COUNT, AND A HIC
      *    THAT COUNTED MORE THAN ONCE GETS A REPORT ROW WHEN ITS

       2000-DEDUPE-SORTED.

           IF WS-TRAILER-BAD = 'Y'
              GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-1
                 AT END
                      MOVE SPACE       TO SORTED-OUT-REC
                      MOVE SORT-RRB-HIC
                                       TO SORTED-OUT-REC (1:12)
                      MOVE SORT-ENRICH TO SORTED-OUT-REC (13:68)
                      WRITE SORTED-OUT-REC
                      ADD 1            TO WS-UNIQUE-WRITTEN
                   ELSE
       2100-EXIT.
           EXIT.

      *    THE FRESH TRAILER COUNTS THE DETAILS ACTUALLY PASSED, SO
      *    THE CONVERSION BALANCES AGAINST RRBSRTD AS IT STANDS.

       3000-WRITE-TRAILER.

           MOVE SPACE                 TO WS-LABEL-BUILD.
           MOVE 'T'                   TO WT-RECORD-TYPE.
           MOVE WS-UNIQUE-WRITTEN     TO WT-RECORD-COUNT.

           MOVE 12                    TO WS-SO-LEN.
           MOVE WS-LABEL-BUILD        TO SORTED-OUT-REC.
           WRITE SORTED-OUT-REC.

       3000-EXIT.
           EXIT.

       7000-STOP-UNBALANCED.

           MOVE 8                     TO RETURN-CODE.

           STOP RUN.

       7000-EXIT.
           EXIT.

       8000-TERMINATE.

           CLOSE SORTED-OUT-FILE
