      *    3 CONVERTED CODES ('TD'/M)  - RET 'A'
      *    2 UNMATCHED CODES ('ZZ')    - RET 'R'
      *    2 BAD SEX BYTES ('CA'/'9')  - RET 'S'
      *
      * THE RETURN LEG. WHEN A REHEARSAL HAS RUN THE SSASIM
      * ACKNOWLEDGMENT SIMULATOR AND SSAACK OVER ITS RETURN FILE
      * TODAY, SSASIM'S SIMEXPCT EXPECTATION FILE IS READ BACK
      * AGAINST THE TEST ACKNOWLEDGMENT MASTER: EVERY DETAIL IT
      * ANSWERED ACCEPTED MUST BE ACCEPTED ON THE SIMULATED ACK DATE
      * WITH ANY MBI IT ASSIGNED POSTED, EVERY REJECT MUST CARRY ITS
      * REASON, AND EVERY DETAIL LEFT UNANSWERED MUST STILL BE
      * PENDING. THE FIRST MISSES ARE WRITTEN AS DETAIL RECORDS AND
      * A SEPARATE RETURN-LEG VERDICT FOLLOWS THE CONVERSION ONE ON
      * QAVRDCT; A FAILED LEG FAILS THE RUN. NO SIMEXPCT, OR ONE
      * LEFT OVER FROM ANOTHER DAY, MEANS NO RETURN LEG TO CHECK AND
      * THE RUN IS JUDGED ON THE CONVERSION DECK ALONE.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS VD-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SIM-EXPECT-FILE
                                  ASSIGN TO SIMEXPCT
                                  FILE STATUS IS SE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE TEST ACKNOWLEDGMENT MASTER, READ ONLY - THIS DRIVER
      *    NEVER RUNS OUTSIDE BTCHTEST, SO ONLY THE TEST DSN IS USED.

           SELECT ACK-MASTER-FILE ASSIGN TO ACKMASTT
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AK-SSA-HIC
                                  FILE STATUS IS AK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER              PIC X(01).
           05  VD-DETAIL           PIC X(66).

      *    SAME LAYOUT AS SSASIM'S EXPECTATION HEADER AND DETAIL.

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
               88  SD-UNANSWERED              VALUE 'U'.
               88  SD-ACCEPTED                VALUE 'A'.
               88  SD-REJECTED                VALUE 'R'.
           05  SD-REASON           PIC X(03).
           05  SD-SSA-MBI          PIC X(11).
           05  FILLER              PIC X(12).

       FD  ACK-MASTER-FILE.

       01  ACK-MASTER-REC.
           05  AK-SSA-HIC          PIC X(11).
           05  AK-RRB-HIC          PIC X(12).
           05  AK-SENT-DATE        PIC X(08).
           05  AK-ACK-STATUS       PIC X(01).
               88  AK-PENDING                 VALUE ' '.
               88  AK-ACCEPTED                VALUE 'A'.
               88  AK-REJECTED                VALUE 'R'.
           05  AK-ACK-REASON       PIC X(03).
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       WORKING-STORAGE SECTION.

       01  VD-FILE-STATUS          PIC X(02).
       01  SE-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).

           COPY WSTMODE.

           05  RR-FUNCTION             PIC X(01).
           05  RR-VALUE                PIC X(12).

      *    RETURN-LEG STATE. ONLY THE FIRST TWENTY MISSES GET THEIR
      *    OWN DETAIL RECORD; THE VERDICT CARRIES THE FULL COUNT.

       01  WS-SIM-EOF              PIC X(01)  VALUE 'N'.
           88  END-OF-SIM-EXPECT              VALUE 'Y'.
       01  WS-SIM-ACK-DATE         PIC X(08)  VALUE SPACE.
       01  WS-LEG-CHECKED          PIC 9(07)  VALUE ZERO.
       01  WS-LEG-MISSES           PIC 9(07)  VALUE ZERO.
       01  WS-LEG-PROBLEM          PIC X(20)  VALUE SPACE.

       01  WS-LEG-DETAIL-BUILD.
           05  FILLER              PIC X(11)  VALUE 'RETURN LEG '.
           05  WS-LEG-DTL-HIC      PIC X(11).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-LEG-DTL-EXPECT   PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-LEG-DTL-PROBLEM  PIC X(20).
           05  FILLER              PIC X(21)  VALUE SPACE.

       01  WS-LEG-VERDICT-BUILD.
           05  FILLER              PIC X(11)  VALUE 'RETURN LEG '.
           05  WS-LEG-VD-MISSES    PIC 9(07).
           05  FILLER              PIC X(04)  VALUE ' OF '.
           05  WS-LEG-VD-CHECKED   PIC 9(07).
           05  FILLER              PIC X(37)  VALUE
               ' SIMULATED ANSWERS NOT ON ACKMAST'.

       01  WS-DIGITS               PIC X(09)  VALUE SPACE.
       01  WS-DIGIT-START          PIC 9(02)  VALUE ZERO.
       01  WS-SCAN-IDX             PIC 9(02)  VALUE ZERO.
               DISPLAY 'QASMOKE,REFUSING TO RUN WITHOUT BTCHTEST - '
                       'THIS DRIVER MUST NEVER TOUCH PRODUCTION'
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM 3000-JUDGE-AND-RECORD
              THRU 3000-EXIT.

           PERFORM 4000-CHECK-RETURN-LEG
              THRU 4000-EXIT.

           MOVE WS-RETURN-CODE        TO RETURN-CODE.

      *    GOBACK, NOT STOP RUN, SO THE TBLGATE CONTROL-TABLE GATE CAN
      *    RUN THIS CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    PULLS THE DIGIT RUN OUT OF A RANDRRB VALUE - SEE TESTGEN'S
      *    2050-EXTRACT-DIGITS FOR THE SAME SHAPE.
           DISPLAY 'QASMOKE,VERDICT,' VD-VERDICT ','
                   WS-FAILURES ' CHECKS FAILED'.

       3000-EXIT.
           EXIT.


       3100-EXIT.
           EXIT.

      *****************************************************************
      *  THE RETURN LEG - SSASIM'S EXPECTATIONS AGAINST ACKMASTT.     *
      *****************************************************************
       4000-CHECK-RETURN-LEG.

           OPEN INPUT SIM-EXPECT-FILE.

           IF SE-FILE-STATUS NOT = '00'
              CLOSE SIM-EXPECT-FILE
              DISPLAY 'QASMOKE,NO SIMEXPCT - RETURN LEG NOT CHECKED'
              GO TO 4000-EXIT
           END-IF.

           READ SIM-EXPECT-FILE
             AT END
               MOVE SPACE             TO SIM-EXPECT-HDR
           END-READ.

           IF SH-RECORD-TYPE NOT = 'SH'
           OR SH-RUN-DATE NOT = WS-TODAY-DATE
              CLOSE SIM-EXPECT-FILE
              DISPLAY 'QASMOKE,SIMEXPCT NOT FROM TODAY''S REHEARSAL - '
                      'RETURN LEG NOT CHECKED'
              GO TO 4000-EXIT
           END-IF.

           MOVE SH-ACK-DATE           TO WS-SIM-ACK-DATE.

           OPEN INPUT ACK-MASTER-FILE.

           IF AK-FILE-STATUS NOT = '00'
              CLOSE SIM-EXPECT-FILE
              DISPLAY 'QASMOKE,UNABLE TO OPEN ACKMASTT,'
                      AK-FILE-STATUS
              MOVE 1                  TO WS-LEG-MISSES
              GO TO 4050-RECORD-LEG-VERDICT
           END-IF.

           MOVE 'N'                   TO WS-SIM-EOF.
           PERFORM UNTIL END-OF-SIM-EXPECT
               READ SIM-EXPECT-FILE
                 AT END
                   MOVE 'Y'           TO WS-SIM-EOF
                 NOT AT END
                   IF SD-RECORD-TYPE = 'SD'
                      PERFORM 4100-CHECK-ONE-ANSWER
                         THRU 4100-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE SIM-EXPECT-FILE
                 ACK-MASTER-FILE.

       4050-RECORD-LEG-VERDICT.

           OPEN EXTEND VERDICT-FILE.
           IF VD-FILE-STATUS NOT = '00'
              OPEN OUTPUT VERDICT-FILE
           END-IF.

           MOVE SPACE                 TO VERDICT-REC.
           MOVE WS-TODAY-DATE         TO VD-DATE.
           IF WS-LEG-MISSES = ZERO
              MOVE 'PASS'             TO VD-VERDICT
           ELSE
              MOVE 'FAIL'             TO VD-VERDICT
              SET RC-REJECT           TO TRUE
           END-IF.
           MOVE WS-LEG-MISSES         TO WS-LEG-VD-MISSES.
           MOVE WS-LEG-CHECKED        TO WS-LEG-VD-CHECKED.
           MOVE WS-LEG-VERDICT-BUILD  TO VD-DETAIL.
           WRITE VERDICT-REC.

           CLOSE VERDICT-FILE.

           DISPLAY 'QASMOKE,RETURN LEG VERDICT,' VD-VERDICT ','
                   WS-LEG-MISSES ' OF ' WS-LEG-CHECKED
                   ' ANSWERS MISSED'.

       4000-EXIT.
           EXIT.

      *    ONE SIMULATED ANSWER AGAINST THE MASTER RECORD IT SHOULD
      *    HAVE LEFT BEHIND.

       4100-CHECK-ONE-ANSWER.

           ADD 1                      TO WS-LEG-CHECKED.
           MOVE SPACE                 TO WS-LEG-PROBLEM.

           MOVE SD-SSA-HIC            TO AK-SSA-HIC.
           READ ACK-MASTER-FILE
             INVALID KEY
               MOVE 'NOT ON ACKMAST'  TO WS-LEG-PROBLEM
           END-READ.

           IF WS-LEG-PROBLEM = SPACE
              EVALUATE TRUE
                WHEN SD-UNANSWERED
                  IF NOT AK-PENDING
                     MOVE 'NOT LEFT PENDING' TO WS-LEG-PROBLEM
                  END-IF
                WHEN SD-REJECTED
                  IF NOT AK-REJECTED
                     MOVE 'NOT REJECTED'     TO WS-LEG-PROBLEM
                  ELSE
                     IF AK-ACK-REASON NOT = SD-REASON
                        MOVE 'WRONG REASON'  TO WS-LEG-PROBLEM
                     END-IF
                  END-IF
                WHEN SD-ACCEPTED
                  IF NOT AK-ACCEPTED
                     MOVE 'NOT ACCEPTED'     TO WS-LEG-PROBLEM
                  ELSE
                     IF AK-ACK-DATE NOT = WS-SIM-ACK-DATE
                        MOVE 'WRONG ACK DATE' TO WS-LEG-PROBLEM
                     END-IF
                     IF  SD-SSA-MBI NOT = SPACE
                     AND AK-SSA-MBI NOT = SD-SSA-MBI
                         MOVE 'MBI NOT POSTED' TO WS-LEG-PROBLEM
                     END-IF
                  END-IF
              END-EVALUATE
           END-IF.

           IF WS-LEG-PROBLEM = SPACE
              GO TO 4100-EXIT
           END-IF.

           ADD 1                      TO WS-LEG-MISSES.

           IF WS-LEG-MISSES > 20
              GO TO 4100-EXIT
           END-IF.

           OPEN EXTEND VERDICT-FILE.
           IF VD-FILE-STATUS NOT = '00'
              OPEN OUTPUT VERDICT-FILE
           END-IF.

           MOVE SD-SSA-HIC            TO WS-LEG-DTL-HIC.
           MOVE SD-DISPOSITION        TO WS-LEG-DTL-EXPECT.
           MOVE WS-LEG-PROBLEM        TO WS-LEG-DTL-PROBLEM.
           MOVE SPACE                 TO VERDICT-REC.
           MOVE WS-TODAY-DATE         TO VD-DATE.
           MOVE 'FAIL'                TO VD-VERDICT.
           MOVE WS-LEG-DETAIL-BUILD   TO VD-DETAIL.
           WRITE VERDICT-REC.
           CLOSE VERDICT-FILE.

           DISPLAY 'QASMOKE,RETURN LEG MISS,' SD-SSA-HIC ','
                   SD-DISPOSITION ',' WS-LEG-PROBLEM.

       4100-EXIT.
           EXIT.
