       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSASIM.
       AUTHOR. CHRISTIAN STRAMA.

      * SYNTHETIC SSA ACKNOWLEDGMENT SIMULATOR FOR END-TO-END
      * REHEARSALS. QASMOKE AND THE REHEARSAL EXTRACTS PROVE THE
      * CONVERSION SIDE, BUT EVERYTHING AFTER TRANSMISSION - SSAACK,
      * ACKWLST, RRBRWRK, THE MBI POSTING AND THE ACKMAST AGING -
      * COULD ONLY BE EXERCISED ONCE REAL SSA RETURNS ARRIVED, SO A
      * CHANGE THERE GOT ITS FIRST REAL TEST IN PRODUCTION. THIS JOB
      * PLAYS THE SSA SIDE: IT READS A TEST-SCOPED XMITOUT ENVELOPE
      * AND WRITES THE ACKNOWLEDGMENT RETURN FILE SSAACK READS AS
      * ACKIN, IN SSA'S LAYOUT, WITH THE 'AT' TRAILER COUNT AND HASH
      * SSAACK VERIFIES.
      *
      * REFUSES TO RUN WITHOUT THE BTCHTEST SWITCH, QASMOKE'S RULE -
      * A MANUFACTURED RETURN FILE MUST NEVER REACH A PRODUCTION
      * ACKNOWLEDGMENT MASTER.
      *
      * THE ENVELOPE IS READ TWICE. THE FIRST PASS PROVES IT WHOLE -
      * AN XH FIRST, AN XT LAST, AND THE XT TOTAL AND HASH (THE SSA
      * HIC DIGIT POSITIONS, BYTES 2-9, OF EVERY XD AND XM DETAIL)
      * MATCHING THE DETAILS - AND A BROKEN ENVELOPE STOPS THE RUN AT
      * RETURN CODE 8 WITH NOTHING WRITTEN, AS THE REAL INTAKE DESK
      * WOULD REFUSE IT. THE SECOND PASS ANSWERS EACH DETAIL. ON A
      * NIGHT RRBXMIT BUILT AS SEVERAL SEGMENTS, XMITOUT HOLDS THEM
      * BACK TO BACK UNDER ONE SEQUENCE NUMBER, AND THE XT TOTALS AND
      * HASHES ARE ADDED UP ACROSS THEM BEFORE THE COMPARISON.
      *
      * THE SIMCTL CONTROL CARD SETS THE MIX, EACH SHARE A WHOLE
      * PERCENTAGE 000-100:
      *
      *   COLS  1-3   SHARE OF DETAILS LEFT UNANSWERED, SO THE ACKMAST
      *               AGING AND THE RRBRWRK RESEND PATHS GET EXERCISED
      *   COLS  4-6   SHARE OF THE ANSWERED DETAILS REJECTED
      *   COLS  7-9   SHARE OF THE ACCEPTED DETAILS GIVEN AN MBI
      *   COLS 10-24  UP TO FIVE 3-BYTE SSA REJECT REASON CODES, USED
      *               IN TURN ACROSS THE REJECTS
      *   COLS 25-32  ACKNOWLEDGMENT DATE YYYYMMDD - BLANK TAKES THE
      *               BUSINESS DATE FROM GETBDATE
      *
      * NO CARD, A SHARE OVER 100, OR A REJECT SHARE WITH NO REASON
      * CODE STOPS THE RUN AT RETURN CODE 8. THE SHARES ARE DEALT OUT
      * EVENLY IN ENVELOPE ORDER, NOT AT RANDOM, SO THE SAME ENVELOPE
      * AND CARD ALWAYS PRODUCE THE SAME RETURN FILE AND A REHEARSAL
      * FAILURE CAN BE RERUN EXACTLY.
      *
      * AN XD DETAIL IS ANSWERED KEYED BY ITS SSA HIC. ONE ALREADY
      * CARRYING AN MBI HAS IT ECHOED WHEN ACCEPTED; OTHERWISE THE
      * MBI SHARE DECIDES WHETHER SSA "ASSIGNS" ONE. A SYNTHETIC MBI
      * IS BUILT FROM THE SSA HIC'S EIGHT DIGITS (LEAD DIGIT 9, THE
      * DIGITS SPREAD OVER THE MBIEDIT POSITION CLASSES, LETTERS FROM
      * THE FIRST TEN MBI LETTERS), SO IT IS UNIQUE PER BENEFICIARY
      * AND PASSES MBIEDIT. AN XM DETAIL IS ANSWERED KEYED BY ITS MBI,
      * THE WAY SSA ANSWERS THE MBI-PRIMARY FORM - COUNTED IN THE
      * TRAILER BUT ADDING NOTHING TO ITS HASH.
      *
      * EVERY DISPOSITION DEALT IS ALSO WRITTEN TO THE SIMEXPCT
      * EXPECTATION FILE - AN 'SH' HEADER (RUN DATE, ACK DATE, THE
      * ENVELOPE'S XMITSEQ NUMBER) AND ONE 'SD' ROW PER DETAIL (SSA
      * HIC, A/R/U, REASON, MBI). ONCE SSAACK HAS APPLIED THE RETURN
      * FILE, QASMOKE READS IT BACK AGAINST THE TEST ACKNOWLEDGMENT
      * MASTER AND RECORDS THE RETURN-LEG VERDICT ON QAVRDCT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT XMIT-FILE       ASSIGN TO XMITOUT
                                  FILE STATUS IS XM-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SIM-CTL-FILE
                                  ASSIGN TO SIMCTL
                                  FILE STATUS IS SC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACK-OUT-FILE    ASSIGN TO ACKIN
                                  FILE STATUS IS AO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT SIM-EXPECT-FILE ASSIGN TO SIMEXPCT
                                  FILE STATUS IS SE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  XMIT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-REC                PIC X(50).

       FD  SIM-CTL-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  SIM-CTL-REC.
           05  SM-UNANSWERED-PCT   PIC X(03).
           05  SM-REJECT-PCT       PIC X(03).
           05  SM-MBI-PCT          PIC X(03).
           05  SM-REASON-CODE      PIC X(03)  OCCURS 5 TIMES.
           05  SM-ACK-DATE         PIC X(08).

      *    SAME LAYOUT AS SSAACK'S ACK-IN-REC AND ITS TRAILER VIEW.

       FD  ACK-OUT-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  ACK-OUT-REC.
           05  AO-SSA-HIC          PIC X(11).
           05  AO-STATUS           PIC X(01).
           05  AO-REASON           PIC X(03).
           05  AO-ACK-DATE         PIC X(08).
           05  AO-SSA-MBI          PIC X(11).

       01  ACK-OUT-TRL REDEFINES ACK-OUT-REC.
           05  AT-RECORD-TYPE      PIC X(02).
           05  AT-COUNT            PIC 9(07).
           05  AT-HASH             PIC 9(12).
           05  FILLER              PIC X(13).

      *    THE EXPECTATION FILE QASMOKE READS BACK - HEADER AND
      *    DETAIL VIEWS OF ONE 40-BYTE RECORD.

       FD  SIM-EXPECT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  SIM-EXPECT-HDR.
           05  SH-RECORD-TYPE      PIC X(02).
           05  SH-RUN-DATE         PIC X(08).
           05  SH-ACK-DATE         PIC X(08).
           05  SH-SEQUENCE         PIC 9(04).
           05  SH-DETAILS          PIC 9(07).
           05  FILLER              PIC X(11).

       01  SIM-EXPECT-DTL REDEFINES SIM-EXPECT-HDR.
           05  SD-RECORD-TYPE      PIC X(02).
           05  SD-SSA-HIC          PIC X(11).
           05  SD-DISPOSITION      PIC X(01).
           05  SD-REASON           PIC X(03).
           05  SD-SSA-MBI          PIC X(11).
           05  FILLER              PIC X(12).

       WORKING-STORAGE SECTION.

       01  XM-FILE-STATUS          PIC X(02).
       01  SC-FILE-STATUS          PIC X(02).
       01  AO-FILE-STATUS          PIC X(02).
       01  SE-FILE-STATUS          PIC X(02).

           COPY WSTMODE.

           COPY RETCODE.

      *    THE ENVELOPE RECORD JUST READ - RRBXMIT'S OWN VIEWS.

       01  WS-XMIT-WORK            PIC X(50)  VALUE SPACE.

       01  WS-XMIT-HEADER REDEFINES WS-XMIT-WORK.
           05  XH-RECORD-TYPE      PIC X(02).
           05  XH-TRANS-DATE       PIC X(08).
           05  XH-SEQUENCE         PIC 9(04).
           05  XH-RETRANS-IND      PIC X(01).
           05  XH-HASH-IND         PIC X(01).
           05  XH-FORMAT-IND       PIC X(01).
           05  FILLER              PIC X(33).

       01  WS-XMIT-DETAIL REDEFINES WS-XMIT-WORK.
           05  XD-RECORD-TYPE      PIC X(02).
           05  XD-SSA-HIC          PIC X(11).
           05  XD-BIC              PIC X(02).
           05  XD-SSA-MBI          PIC X(11).
           05  XD-ATTEMPTS         PIC 9(02).
           05  XD-ENT-DATE         PIC X(08).
           05  XD-CLAIM-TYPE       PIC X(02).
           05  FILLER              PIC X(02).
           05  XD-BENE-TYPE        PIC X(02).
           05  XD-BIRTH-DATE       PIC X(08).

       01  WS-XMIT-MBI-DETAIL REDEFINES WS-XMIT-WORK.
           05  XMD-RECORD-TYPE     PIC X(02).
           05  XMD-SSA-MBI         PIC X(11).
           05  XMD-BIC             PIC X(02).
           05  XMD-SSA-HIC         PIC X(11).
           05  XMD-ATTEMPTS        PIC 9(02).
           05  XMD-ENT-DATE        PIC X(08).
           05  XMD-CLAIM-TYPE      PIC X(02).
           05  FILLER              PIC X(02).
           05  XMD-BENE-TYPE       PIC X(02).
           05  XMD-BIRTH-DATE      PIC X(08).

       01  WS-XMIT-TRAILER REDEFINES WS-XMIT-WORK.
           05  XT-RECORD-TYPE      PIC X(02).
           05  XT-TOTAL            PIC 9(07).
           05  XT-BIC-COUNT        PIC 9(02).
           05  XT-HASH             PIC 9(12).
           05  FILLER              PIC X(27).

       01  WS-SWITCHES.
           05  NO-MORE-XMIT        PIC X(01)  VALUE 'N'.
               88  END-OF-XMIT                VALUE 'Y'.

      *    ENVELOPE VERIFICATION STATE.

       01  WS-FIRST-TYPE           PIC X(02)  VALUE SPACE.
       01  WS-LAST-TYPE            PIC X(02)  VALUE SPACE.
       01  WS-ENV-SEQUENCE         PIC 9(04)  VALUE ZERO.
       01  WS-ENV-DETAILS          PIC 9(07)  VALUE ZERO.
       01  WS-ENV-HASH             PIC 9(12)  VALUE ZERO.
       01  WS-TRL-TOTAL            PIC 9(07)  VALUE ZERO.
       01  WS-TRL-HASH             PIC 9(12)  VALUE ZERO.
       01  WS-HASH-DIGITS          PIC 9(08)  VALUE ZERO.

      *    THE CARD'S MIX, AND ONE RUNNING DEAL PER SHARE - EACH
      *    DETAIL ADDS THE SHARE AND TAKES THE OUTCOME EVERY TIME THE
      *    RUNNING TOTAL REACHES 100.

       01  WS-UNANSWERED-PCT       PIC 9(03)  VALUE ZERO.
       01  WS-REJECT-PCT           PIC 9(03)  VALUE ZERO.
       01  WS-MBI-PCT              PIC 9(03)  VALUE ZERO.
       01  WS-UNANSWERED-DEAL      PIC 9(03)  VALUE ZERO.
       01  WS-REJECT-DEAL          PIC 9(03)  VALUE ZERO.
       01  WS-MBI-DEAL             PIC 9(03)  VALUE ZERO.

       01  WS-REASON-COUNT         PIC 9(01)  VALUE ZERO.
       01  WS-REASON-TABLE.
           05  WS-REASON-CODE      PIC X(03)  OCCURS 5 TIMES.
       01  WS-REASON-IDX           PIC 9(01)  VALUE ZERO.
       01  WS-REASON-NEXT          PIC 9(01)  VALUE ZERO.

       01  WS-ACK-DATE             PIC X(08)  VALUE SPACE.
       01  WS-RUN-DATE             PIC X(08)  VALUE SPACE.

      *    THE DETAIL BEING ANSWERED.

       01  WS-DTL-SSA-HIC          PIC X(11)  VALUE SPACE.
       01  WS-DTL-SSA-MBI          PIC X(11)  VALUE SPACE.
       01  WS-DTL-MBI-KEYED        PIC X(01)  VALUE 'N'.
           88  DETAIL-MBI-KEYED               VALUE 'Y'.
       01  WS-DISPOSITION          PIC X(01)  VALUE SPACE.
           88  DISP-UNANSWERED                VALUE 'U'.
           88  DISP-ACCEPTED                  VALUE 'A'.
           88  DISP-REJECTED                  VALUE 'R'.
       01  WS-DISP-REASON          PIC X(03)  VALUE SPACE.
       01  WS-DISP-MBI             PIC X(11)  VALUE SPACE.

      *    SYNTHETIC MBI MATERIAL.

       01  WS-MBI-LETTERS          PIC X(10)  VALUE 'ACDEFGHJKM'.
       01  WS-HIC-DIGITS           PIC X(08)  VALUE SPACE.
       01  WS-DIGIT-VALUE          PIC 9(01)  VALUE ZERO.
       01  WS-SYNTH-MBI            PIC X(11)  VALUE SPACE.

      *    THE RETURN FILE'S TRAILER TOTALS.

       01  WS-ACK-COUNT            PIC 9(07)  VALUE ZERO.
       01  WS-ACK-HASH             PIC 9(12)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ANSWERED-ACCEPTED    PIC 9(07)  VALUE ZERO.
           05  WS-ANSWERED-REJECTED    PIC 9(07)  VALUE ZERO.
           05  WS-LEFT-UNANSWERED      PIC 9(07)  VALUE ZERO.
           05  WS-MBIS-ASSIGNED        PIC 9(07)  VALUE ZERO.
           05  WS-MBIS-ECHOED          PIC 9(07)  VALUE ZERO.
           05  WS-MBI-KEYED-ANSWERS    PIC 9(07)  VALUE ZERO.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  NOT WS-TEST-MODE-ON
               DISPLAY 'SSASIM,REFUSING TO RUN WITHOUT BTCHTEST - '
                       'A SIMULATED RETURN MUST NEVER REACH PRODUCTION'
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-READ-CONTROL-CARD
              THRU 1000-EXIT.

           IF RC-OK
              PERFORM 2000-VERIFY-ENVELOPE
                 THRU 2000-EXIT
           END-IF.

           IF RC-OK
              PERFORM 3000-ANSWER-ENVELOPE
                 THRU 3000-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
              THRU 9000-EXIT.

           GOBACK.

      *****************************************************************
      *  THE SIMCTL CARD - THE MIX AND THE REASON CODES.              *
      *****************************************************************
       1000-READ-CONTROL-CARD.

           SET RC-OK                  TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           OPEN INPUT SIM-CTL-FILE.

           IF SC-FILE-STATUS NOT = '00'
              CLOSE SIM-CTL-FILE
              DISPLAY 'SSASIM,NO SIMCTL CONTROL CARD - NOTHING TO '
                      'SIMULATE'
              SET RC-REJECT           TO TRUE
              GO TO 1000-EXIT
           END-IF.

           READ SIM-CTL-FILE
             AT END
               MOVE SPACE             TO SIM-CTL-REC
           END-READ.

           CLOSE SIM-CTL-FILE.

           IF SM-UNANSWERED-PCT NOT NUMERIC
           OR SM-REJECT-PCT     NOT NUMERIC
           OR SM-MBI-PCT        NOT NUMERIC
              DISPLAY 'SSASIM,SIMCTL SHARES NOT NUMERIC,'
                      SIM-CTL-REC
              SET RC-REJECT           TO TRUE
              GO TO 1000-EXIT
           END-IF.

           MOVE SM-UNANSWERED-PCT     TO WS-UNANSWERED-PCT.
           MOVE SM-REJECT-PCT         TO WS-REJECT-PCT.
           MOVE SM-MBI-PCT            TO WS-MBI-PCT.

           IF WS-UNANSWERED-PCT > 100
           OR WS-REJECT-PCT     > 100
           OR WS-MBI-PCT        > 100
              DISPLAY 'SSASIM,SIMCTL SHARE OVER 100,' SIM-CTL-REC
              SET RC-REJECT           TO TRUE
              GO TO 1000-EXIT
           END-IF.

           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 5
               IF SM-REASON-CODE (WS-REASON-IDX) NOT = SPACE
                  ADD 1               TO WS-REASON-COUNT
                  MOVE SM-REASON-CODE (WS-REASON-IDX)
                    TO WS-REASON-CODE (WS-REASON-COUNT)
               END-IF
           END-PERFORM.

           IF  WS-REJECT-PCT > ZERO
           AND WS-REASON-COUNT = ZERO
               DISPLAY 'SSASIM,SIMCTL REJECT SHARE WITH NO REASON CODE'
               SET RC-REJECT          TO TRUE
               GO TO 1000-EXIT
           END-IF.

           IF SM-ACK-DATE NUMERIC
              MOVE SM-ACK-DATE        TO WS-ACK-DATE
           ELSE
              CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS
              MOVE GB-DATE            TO WS-ACK-DATE
           END-IF.

           DISPLAY 'SSASIM,MIX,UNANSWERED ' WS-UNANSWERED-PCT
                   ',REJECTED ' WS-REJECT-PCT ',MBI ' WS-MBI-PCT
                   ',ACK DATE ' WS-ACK-DATE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *  FIRST PASS - PROVE THE ENVELOPE WHOLE BEFORE ANSWERING IT.   *
      *****************************************************************
       2000-VERIFY-ENVELOPE.

           OPEN INPUT XMIT-FILE.

           IF XM-FILE-STATUS NOT = '00'
              DISPLAY 'SSASIM,UNABLE TO OPEN XMITOUT,' XM-FILE-STATUS
              SET RC-REJECT           TO TRUE
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                   TO NO-MORE-XMIT.
           PERFORM UNTIL END-OF-XMIT
               READ XMIT-FILE INTO WS-XMIT-WORK
                 AT END
                   MOVE 'Y'           TO NO-MORE-XMIT
                 NOT AT END
                   PERFORM 2100-VERIFY-ONE-RECORD
                      THRU 2100-EXIT
               END-READ
           END-PERFORM.

           CLOSE XMIT-FILE.

           EVALUATE TRUE
             WHEN WS-FIRST-TYPE NOT = 'XH'
               DISPLAY 'SSASIM,ENVELOPE HAS NO XH HEADER - REFUSED'
               SET RC-REJECT          TO TRUE
             WHEN WS-LAST-TYPE NOT = 'XT'
               DISPLAY 'SSASIM,ENVELOPE HAS NO XT TRAILER - REFUSED'
               SET RC-REJECT          TO TRUE
             WHEN WS-TRL-TOTAL NOT = WS-ENV-DETAILS
             OR   WS-TRL-HASH  NOT = WS-ENV-HASH
               DISPLAY 'SSASIM,ENVELOPE TOTALS DO NOT BALANCE - '
                       'REFUSED,XT,' WS-TRL-TOTAL ',' WS-TRL-HASH
                       ',ACTUAL,' WS-ENV-DETAILS ',' WS-ENV-HASH
               SET RC-REJECT          TO TRUE
             WHEN OTHER
               DISPLAY 'SSASIM,ENVELOPE ' WS-ENV-SEQUENCE
                       ' BALANCED,' WS-ENV-DETAILS ' DETAILS'
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-VERIFY-ONE-RECORD.

           IF WS-FIRST-TYPE = SPACE
              MOVE XH-RECORD-TYPE     TO WS-FIRST-TYPE
              IF XH-RECORD-TYPE = 'XH'
                 MOVE XH-SEQUENCE     TO WS-ENV-SEQUENCE
              END-IF
           END-IF.

           MOVE XH-RECORD-TYPE        TO WS-LAST-TYPE.

           EVALUATE XH-RECORD-TYPE
             WHEN 'XD'
               ADD 1                  TO WS-ENV-DETAILS
               IF XD-SSA-HIC (2:8) NUMERIC
                  MOVE XD-SSA-HIC (2:8) TO WS-HASH-DIGITS
                  ADD WS-HASH-DIGITS  TO WS-ENV-HASH
               END-IF
             WHEN 'XM'
               ADD 1                  TO WS-ENV-DETAILS
               IF XMD-SSA-HIC (2:8) NUMERIC
                  MOVE XMD-SSA-HIC (2:8) TO WS-HASH-DIGITS
                  ADD WS-HASH-DIGITS  TO WS-ENV-HASH
               END-IF
             WHEN 'XT'
               ADD XT-TOTAL           TO WS-TRL-TOTAL
               ADD XT-HASH            TO WS-TRL-HASH
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *  SECOND PASS - ANSWER EACH DETAIL AND RECORD THE EXPECTATION. *
      *****************************************************************
       3000-ANSWER-ENVELOPE.

           OPEN INPUT  XMIT-FILE.
           OPEN OUTPUT ACK-OUT-FILE.
           OPEN OUTPUT SIM-EXPECT-FILE.

           IF AO-FILE-STATUS NOT = '00'
           OR SE-FILE-STATUS NOT = '00'
              DISPLAY 'SSASIM,UNABLE TO OPEN ACKIN/SIMEXPCT,'
                      AO-FILE-STATUS ',' SE-FILE-STATUS
              SET RC-REJECT           TO TRUE
              CLOSE XMIT-FILE
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACE                 TO SIM-EXPECT-HDR.
           MOVE 'SH'                  TO SH-RECORD-TYPE.
           MOVE WS-RUN-DATE           TO SH-RUN-DATE.
           MOVE WS-ACK-DATE           TO SH-ACK-DATE.
           MOVE WS-ENV-SEQUENCE       TO SH-SEQUENCE.
           MOVE WS-ENV-DETAILS        TO SH-DETAILS.
           WRITE SIM-EXPECT-HDR.

           MOVE 'N'                   TO NO-MORE-XMIT.
           PERFORM UNTIL END-OF-XMIT
               READ XMIT-FILE INTO WS-XMIT-WORK
                 AT END
                   MOVE 'Y'           TO NO-MORE-XMIT
                 NOT AT END
                   IF XH-RECORD-TYPE = 'XD'
                   OR XH-RECORD-TYPE = 'XM'
                      PERFORM 3100-ANSWER-ONE-DETAIL
                         THRU 3100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           MOVE SPACE                 TO ACK-OUT-REC.
           MOVE 'AT'                  TO AT-RECORD-TYPE.
           MOVE WS-ACK-COUNT          TO AT-COUNT.
           MOVE WS-ACK-HASH           TO AT-HASH.
           WRITE ACK-OUT-REC.

           CLOSE XMIT-FILE
                 ACK-OUT-FILE
                 SIM-EXPECT-FILE.

       3000-EXIT.
           EXIT.

       3100-ANSWER-ONE-DETAIL.

           IF XH-RECORD-TYPE = 'XM'
              MOVE 'Y'                TO WS-DTL-MBI-KEYED
              MOVE XMD-SSA-HIC        TO WS-DTL-SSA-HIC
              MOVE XMD-SSA-MBI        TO WS-DTL-SSA-MBI
           ELSE
              MOVE 'N'                TO WS-DTL-MBI-KEYED
              MOVE XD-SSA-HIC         TO WS-DTL-SSA-HIC
              MOVE XD-SSA-MBI         TO WS-DTL-SSA-MBI
           END-IF.

           MOVE SPACE                 TO WS-DISP-REASON
                                         WS-DISP-MBI.

      *    THE DEAL - UNANSWERED FIRST, THEN REJECTED, THE REST
      *    ACCEPTED.

           ADD WS-UNANSWERED-PCT      TO WS-UNANSWERED-DEAL.
           IF WS-UNANSWERED-DEAL NOT < 100
              SUBTRACT 100            FROM WS-UNANSWERED-DEAL
              MOVE 'U'                TO WS-DISPOSITION
           ELSE
              ADD WS-REJECT-PCT       TO WS-REJECT-DEAL
              IF WS-REJECT-DEAL NOT < 100
                 SUBTRACT 100         FROM WS-REJECT-DEAL
                 MOVE 'R'             TO WS-DISPOSITION
              ELSE
                 MOVE 'A'             TO WS-DISPOSITION
              END-IF
           END-IF.

           EVALUATE TRUE
             WHEN DISP-UNANSWERED
               ADD 1                  TO WS-LEFT-UNANSWERED
             WHEN DISP-REJECTED
               ADD 1                  TO WS-ANSWERED-REJECTED
               ADD 1                  TO WS-REASON-NEXT
               IF WS-REASON-NEXT > WS-REASON-COUNT
                  MOVE 1              TO WS-REASON-NEXT
               END-IF
               MOVE WS-REASON-CODE (WS-REASON-NEXT)
                                      TO WS-DISP-REASON
             WHEN OTHER
               ADD 1                  TO WS-ANSWERED-ACCEPTED
               PERFORM 3200-DEAL-MBI
                  THRU 3200-EXIT
           END-EVALUATE.

           IF NOT DISP-UNANSWERED
              PERFORM 3300-WRITE-ANSWER
                 THRU 3300-EXIT
           END-IF.

           MOVE SPACE                 TO SIM-EXPECT-DTL.
           MOVE 'SD'                  TO SD-RECORD-TYPE.
           MOVE WS-DTL-SSA-HIC        TO SD-SSA-HIC.
           MOVE WS-DISPOSITION        TO SD-DISPOSITION.
           MOVE WS-DISP-REASON        TO SD-REASON.
           MOVE WS-DISP-MBI           TO SD-SSA-MBI.
           WRITE SIM-EXPECT-DTL.

       3100-EXIT.
           EXIT.

      *    AN ACCEPTED DETAIL'S MBI - THE ONE IT WAS SENT WITH, OR A
      *    SYNTHETIC ONE WHEN THE MBI SHARE COMES ROUND.

       3200-DEAL-MBI.

           IF WS-DTL-SSA-MBI NOT = SPACE
              MOVE WS-DTL-SSA-MBI     TO WS-DISP-MBI
              ADD 1                   TO WS-MBIS-ECHOED
              GO TO 3200-EXIT
           END-IF.

           ADD WS-MBI-PCT             TO WS-MBI-DEAL.
           IF WS-MBI-DEAL < 100
              GO TO 3200-EXIT
           END-IF.
           SUBTRACT 100               FROM WS-MBI-DEAL.

           IF WS-DTL-SSA-HIC (2:8) NOT NUMERIC
              GO TO 3200-EXIT
           END-IF.

           MOVE WS-DTL-SSA-HIC (2:8)  TO WS-HIC-DIGITS.
           MOVE '9'                   TO WS-SYNTH-MBI (1:1).
           MOVE WS-HIC-DIGITS (1:1)   TO WS-DIGIT-VALUE.
           MOVE WS-MBI-LETTERS (WS-DIGIT-VALUE + 1:1)
                                      TO WS-SYNTH-MBI (2:1).
           MOVE WS-HIC-DIGITS (2:2)   TO WS-SYNTH-MBI (3:2).
           MOVE WS-HIC-DIGITS (4:1)   TO WS-DIGIT-VALUE.
           MOVE WS-MBI-LETTERS (WS-DIGIT-VALUE + 1:1)
                                      TO WS-SYNTH-MBI (5:1).
           MOVE WS-HIC-DIGITS (5:2)   TO WS-SYNTH-MBI (6:2).
           MOVE WS-HIC-DIGITS (7:1)   TO WS-DIGIT-VALUE.
           MOVE WS-MBI-LETTERS (WS-DIGIT-VALUE + 1:1)
                                      TO WS-SYNTH-MBI (8:1).
           MOVE WS-HIC-DIGITS (8:1)   TO WS-DIGIT-VALUE.
           MOVE WS-MBI-LETTERS (WS-DIGIT-VALUE + 1:1)
                                      TO WS-SYNTH-MBI (9:1).
           MOVE '00'                  TO WS-SYNTH-MBI (10:2).

           MOVE WS-SYNTH-MBI          TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF ME-MBI-VALID
              MOVE WS-SYNTH-MBI       TO WS-DISP-MBI
              ADD 1                   TO WS-MBIS-ASSIGNED
           ELSE
              DISPLAY 'SSASIM,SYNTHETIC MBI FAILED MBIEDIT,'
                      WS-SYNTH-MBI ',POSITION ' ME-FAIL-POSITION
           END-IF.

       3200-EXIT.
           EXIT.

      *    ONE RETURN RECORD. AN MBI-KEYED ANSWER COUNTS TOWARD THE
      *    TRAILER BUT ADDS NOTHING TO ITS HASH.

       3300-WRITE-ANSWER.

           MOVE SPACE                 TO ACK-OUT-REC.

           IF DETAIL-MBI-KEYED
              MOVE WS-DTL-SSA-MBI     TO AO-SSA-HIC
              ADD 1                   TO WS-MBI-KEYED-ANSWERS
           ELSE
              MOVE WS-DTL-SSA-HIC     TO AO-SSA-HIC
              IF WS-DTL-SSA-HIC (2:8) NUMERIC
                 MOVE WS-DTL-SSA-HIC (2:8) TO WS-HASH-DIGITS
                 ADD WS-HASH-DIGITS   TO WS-ACK-HASH
              END-IF
           END-IF.

           MOVE WS-DISPOSITION        TO AO-STATUS.
           MOVE WS-DISP-REASON        TO AO-REASON.
           MOVE WS-ACK-DATE           TO AO-ACK-DATE.
           MOVE WS-DISP-MBI           TO AO-SSA-MBI.
           WRITE ACK-OUT-REC.

           ADD 1                      TO WS-ACK-COUNT.

       3300-EXIT.
           EXIT.

       9000-TERMINATE.

           DISPLAY 'SSASIM,DETAILS IN ENVELOPE,' WS-ENV-DETAILS.
           DISPLAY 'SSASIM,ANSWERED ACCEPTED,' WS-ANSWERED-ACCEPTED.
           DISPLAY 'SSASIM,ANSWERED REJECTED,' WS-ANSWERED-REJECTED.
           DISPLAY 'SSASIM,LEFT UNANSWERED,' WS-LEFT-UNANSWERED.
           DISPLAY 'SSASIM,MBIS ASSIGNED,' WS-MBIS-ASSIGNED.
           DISPLAY 'SSASIM,MBIS ECHOED,' WS-MBIS-ECHOED.
           DISPLAY 'SSASIM,MBI-KEYED ANSWERS,' WS-MBI-KEYED-ANSWERS.
           DISPLAY 'SSASIM,RETURN FILE TRAILER,' WS-ACK-COUNT ','
                   WS-ACK-HASH.

           MOVE WS-RETURN-CODE        TO RETURN-CODE.

       9000-EXIT.
           EXIT.
