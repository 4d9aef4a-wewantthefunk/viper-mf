       IDENTIFICATION DIVISION.
       PROGRAM-ID. XLAYLOOK.
       AUTHOR. CHRISTIAN STRAMA.

      *    EXTRACT LAYOUT REGISTRY SERVICE. THE EXTRACT HEADER CARRIES
      *    A TWO-DIGIT LAYOUT VERSION IN POSITIONS 13-14, AND EVERY
      *    PROGRAM THAT READS AN EXTRACT DETAIL (RRBSPLIT, XTRPROF,
      *    RRBPSORT, RRBDRIVE) ASKS HERE WHAT THAT VERSION MEANS -
      *    THE DETAIL RECORD LENGTH AND WHERE EACH ENRICHMENT FIELD
      *    SITS - INSTEAD OF GUESSING FROM THE RECORD LENGTH. THE
      *    SITE-MAINTAINED XTRLAYT REGISTRY IS READ ONCE PER RUN UNIT:
      *
      *      ROW: VERSION(2) STATUS(1: A ACTIVE, R RETIRED)
      *           RECORD LENGTH(3) ENTITLEMENT DATE POSITION(3)
      *           CLAIM TYPE POSITION(3) BENEFICIARY TYPE POSITION(3)
      *           BIRTH DATE POSITION(3) DESCRIPTION(40)
      *
      *    A POSITION IS THE FIELD'S FIRST BYTE IN THE DETAIL RECORD,
      *    000 WHEN THE VERSION DOES NOT CARRY THE FIELD. THE FIELD
      *    WIDTHS NEVER CHANGE: ENTITLEMENT DATE 8, CLAIM TYPE 2,
      *    BENEFICIARY TYPE 2, BIRTH DATE 8. A FIELD MUST LIE PAST
      *    THE 12-BYTE HIC AND INSIDE THE RECORD LENGTH, WHICH RUNS
      *    FROM 12 TO 80.
      *
      *    VERSIONS 01 (CLASSIC - THE BARE 12-BYTE HIC) AND 02
      *    (ENRICHED - ENTITLEMENT DATE AT 13, CLAIM TYPE AT 21, 22
      *    BYTES) ARE COMPILED IN, SO NO REGISTRY STILL READS EVERY
      *    EXTRACT THE REGION SENT BEFORE THE VERSION EXISTED. A
      *    REGISTRY ROW FOR EITHER REPLACES THE COMPILED ONE - THE
      *    WAY TO RETIRE IT. A HEADER WITH NO VERSION (THE OLD 12-
      *    BYTE HEADER) IS READ AS 02, WHICH TAKES AN ENRICHMENT ONLY
      *    FROM A ROW LONG ENOUGH TO CARRY IT, EXACTLY AS THE LENGTH
      *    TEST DID. AN INVALID REGISTRY ROW IS REPORTED AND IGNORED.
      *
      *    LY-RETURN-CODE: 0 - THE LAYOUT IS RETURNED. 8 - THE
      *    VERSION IS NOT ON THE REGISTRY (OR IS NOT TWO DIGITS).
      *    12 - THE VERSION IS RETIRED; ITS LAYOUT IS STILL RETURNED
      *    SO A CALLER CAN SAY WHAT IT WAS, BUT THE EXTRACT MUST BE
      *    REJECTED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL LAYOUT-REG-FILE
                                  ASSIGN TO XTRLAYT
                                  FILE STATUS IS XR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  LAYOUT-REG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LAYOUT-REG-REC.
           05  XR-VERSION              PIC  X(02).
           05  XR-VERSION-N REDEFINES XR-VERSION
                                       PIC  9(02).
           05  XR-STATUS               PIC  X(01).
               88  XR-STATUS-VALID                 VALUE 'A' 'R'.
           05  XR-NUMBERS.
               10  XR-RECORD-LENGTH    PIC  9(03).
               10  XR-ENT-DATE-POS     PIC  9(03).
               10  XR-CLAIM-TYPE-POS   PIC  9(03).
               10  XR-BENE-TYPE-POS    PIC  9(03).
               10  XR-BIRTH-DATE-POS   PIC  9(03).
           05  XR-DESCRIPTION          PIC  X(40).
           05  FILLER                  PIC  X(22).

       WORKING-STORAGE SECTION.

       01  XR-FILE-STATUS              PIC  X(02).

       01  WS-TABLE-LOADED             PIC  X(01)  VALUE 'N'.
           88  TABLE-LOADED                        VALUE 'Y'.

       01  WS-FILE-EOF                 PIC  X(01)  VALUE 'N'.
           88  FILE-AT-END                         VALUE 'Y'.

       01  WS-LAYOUT-COUNT             PIC  9(02)  VALUE ZERO.

       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY         OCCURS 40 TIMES.
               10  WS-LAY-VERSION      PIC  X(02).
               10  WS-LAY-STATUS       PIC  X(01).
               10  WS-LAY-LENGTH       PIC  9(03).
               10  WS-LAY-ENT-POS      PIC  9(03).
               10  WS-LAY-CLAIM-POS    PIC  9(03).
               10  WS-LAY-BENE-POS     PIC  9(03).
               10  WS-LAY-BIRTH-POS    PIC  9(03).
               10  WS-LAY-SOURCE       PIC  X(01).

       01  WS-WORK-IDX                 PIC  9(02)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC  9(02)  VALUE ZERO.
       01  WS-ROW-VALID                PIC  X(01)  VALUE 'Y'.

      *    ONE FIELD'S POSITION AND WIDTH FOR THE ROW CHECK.

       01  WS-CHECK-POS                PIC  9(03)  VALUE ZERO.
       01  WS-CHECK-WIDTH              PIC  9(02)  VALUE ZERO.

       LINKAGE SECTION.

       01  XLAYLOOK-PARAMETERS.
           05  LY-VERSION              PIC  X(02).
           05  LY-RECORD-LENGTH        PIC  9(03).
           05  LY-ENT-DATE-POS         PIC  9(03).
           05  LY-CLAIM-TYPE-POS       PIC  9(03).
           05  LY-BENE-TYPE-POS        PIC  9(03).
           05  LY-BIRTH-DATE-POS       PIC  9(03).
           05  LY-SOURCE               PIC  X(01).
               88  LY-FROM-REGISTRY                VALUE 'R'.
               88  LY-FROM-DEFAULT                 VALUE 'D'.
           05  LY-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION           USING  XLAYLOOK-PARAMETERS.

           IF  NOT TABLE-LOADED
               PERFORM 0100-LOAD-REGISTRY
                  THRU 0100-EXIT
           END-IF

           PERFORM 1000-ANSWER-LOOKUP
              THRU 1000-EXIT

           GOBACK.

       1000-ANSWER-LOOKUP.

           MOVE ZERO                   TO LY-RECORD-LENGTH
                                          LY-ENT-DATE-POS
                                          LY-CLAIM-TYPE-POS
                                          LY-BENE-TYPE-POS
                                          LY-BIRTH-DATE-POS.
           MOVE SPACE                  TO LY-SOURCE.

           IF LY-VERSION = SPACE
              MOVE '02'                TO LY-VERSION
           END-IF.

           MOVE ZERO                   TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-LAYOUT-COUNT
               IF WS-LAY-VERSION (WS-WORK-IDX) = LY-VERSION
                  MOVE WS-WORK-IDX     TO WS-FOUND-IDX
                  MOVE WS-LAYOUT-COUNT TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              MOVE 08                  TO LY-RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE WS-LAY-LENGTH (WS-FOUND-IDX)
                                       TO LY-RECORD-LENGTH.
           MOVE WS-LAY-ENT-POS (WS-FOUND-IDX)
                                       TO LY-ENT-DATE-POS.
           MOVE WS-LAY-CLAIM-POS (WS-FOUND-IDX)
                                       TO LY-CLAIM-TYPE-POS.
           MOVE WS-LAY-BENE-POS (WS-FOUND-IDX)
                                       TO LY-BENE-TYPE-POS.
           MOVE WS-LAY-BIRTH-POS (WS-FOUND-IDX)
                                       TO LY-BIRTH-DATE-POS.
           MOVE WS-LAY-SOURCE (WS-FOUND-IDX)
                                       TO LY-SOURCE.

           IF WS-LAY-STATUS (WS-FOUND-IDX) = 'R'
              MOVE 12                  TO LY-RETURN-CODE
           ELSE
              MOVE ZERO                TO LY-RETURN-CODE
           END-IF.

       1000-EXIT.
           EXIT.

      *    LOADS THE COMPILED VERSIONS, THEN THE REGISTRY OVER THEM,
      *    ONCE PER RUN UNIT - THE SAME LOAD-ONCE SHAPE AS RETNLOOK'S
      *    SCHEDULE.

       0100-LOAD-REGISTRY.

           MOVE 2                      TO WS-LAYOUT-COUNT.
           MOVE '01'                   TO WS-LAY-VERSION (1).
           MOVE 'A'                    TO WS-LAY-STATUS (1).
           MOVE 12                     TO WS-LAY-LENGTH (1).
           MOVE ZERO                   TO WS-LAY-ENT-POS (1)
                                          WS-LAY-CLAIM-POS (1)
                                          WS-LAY-BENE-POS (1)
                                          WS-LAY-BIRTH-POS (1).
           MOVE 'D'                    TO WS-LAY-SOURCE (1).

           MOVE '02'                   TO WS-LAY-VERSION (2).
           MOVE 'A'                    TO WS-LAY-STATUS (2).
           MOVE 22                     TO WS-LAY-LENGTH (2).
           MOVE 13                     TO WS-LAY-ENT-POS (2).
           MOVE 21                     TO WS-LAY-CLAIM-POS (2).
           MOVE ZERO                   TO WS-LAY-BENE-POS (2)
                                          WS-LAY-BIRTH-POS (2).
           MOVE 'D'                    TO WS-LAY-SOURCE (2).

           OPEN INPUT LAYOUT-REG-FILE.

           IF XR-FILE-STATUS = '00'
               PERFORM UNTIL FILE-AT-END
                   READ LAYOUT-REG-FILE
                     AT END
                       MOVE 'Y'        TO WS-FILE-EOF
                     NOT AT END
                       PERFORM 0110-KEEP-ONE-ROW
                          THRU 0110-EXIT
                   END-READ
               END-PERFORM
           END-IF.

           IF XR-FILE-STATUS = '00'
           OR XR-FILE-STATUS = '10'
           OR XR-FILE-STATUS = '05'
               CLOSE LAYOUT-REG-FILE
           END-IF.

           SET TABLE-LOADED            TO TRUE.

       0100-EXIT.
           EXIT.

       0110-KEEP-ONE-ROW.

           IF XR-VERSION = SPACE
              GO TO 0110-EXIT
           END-IF.

           PERFORM 0120-CHECK-ROW
              THRU 0120-EXIT.

           IF WS-ROW-VALID NOT = 'Y'
              DISPLAY 'XLAYLOOK,XTRLAYT ROW FOR VERSION ' XR-VERSION
                      ' INVALID,ROW IGNORED'
              GO TO 0110-EXIT
           END-IF.

      *    A ROW FOR A VERSION ALREADY HELD (A COMPILED ONE, OR A
      *    DUPLICATE ROW) REPLACES IT - THE LAST ROW WINS.

           MOVE ZERO                   TO WS-FOUND-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-LAYOUT-COUNT
               IF WS-LAY-VERSION (WS-WORK-IDX) = XR-VERSION
                  MOVE WS-WORK-IDX     TO WS-FOUND-IDX
                  MOVE WS-LAYOUT-COUNT TO WS-WORK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              IF WS-LAYOUT-COUNT >= 40
                 DISPLAY 'XLAYLOOK,XTRLAYT ROWS EXCEED TABLE '
                         'MAX 40,ROWS IGNORED'
                 MOVE 'Y'              TO WS-FILE-EOF
                 GO TO 0110-EXIT
              END-IF
              ADD 1                    TO WS-LAYOUT-COUNT
              MOVE WS-LAYOUT-COUNT     TO WS-FOUND-IDX
           END-IF.

           MOVE XR-VERSION             TO WS-LAY-VERSION (WS-FOUND-IDX).
           MOVE XR-STATUS              TO WS-LAY-STATUS (WS-FOUND-IDX).
           MOVE XR-RECORD-LENGTH       TO WS-LAY-LENGTH (WS-FOUND-IDX).
           MOVE XR-ENT-DATE-POS        TO WS-LAY-ENT-POS
                                                       (WS-FOUND-IDX).
           MOVE XR-CLAIM-TYPE-POS      TO WS-LAY-CLAIM-POS
                                                       (WS-FOUND-IDX).
           MOVE XR-BENE-TYPE-POS       TO WS-LAY-BENE-POS
                                                       (WS-FOUND-IDX).
           MOVE XR-BIRTH-DATE-POS      TO WS-LAY-BIRTH-POS
                                                       (WS-FOUND-IDX).
           MOVE 'R'                    TO WS-LAY-SOURCE (WS-FOUND-IDX).

       0110-EXIT.
           EXIT.

      *    A ROW IS VALID WHEN THE VERSION IS TWO DIGITS, THE STATUS
      *    IS A OR R, THE LENGTH RUNS 12 TO 80, AND EVERY FIELD IT
      *    CARRIES LIES PAST THE HIC AND INSIDE THAT LENGTH.

       0120-CHECK-ROW.

           MOVE 'N'                    TO WS-ROW-VALID.

           IF XR-VERSION NOT NUMERIC
           OR XR-VERSION-N = ZERO
           OR NOT XR-STATUS-VALID
           OR XR-NUMBERS NOT NUMERIC
              GO TO 0120-EXIT
           END-IF.

           IF XR-RECORD-LENGTH < 12
           OR XR-RECORD-LENGTH > 80
              GO TO 0120-EXIT
           END-IF.

           MOVE XR-ENT-DATE-POS        TO WS-CHECK-POS.
           MOVE 8                      TO WS-CHECK-WIDTH.
           PERFORM 0130-CHECK-ONE-FIELD
              THRU 0130-EXIT.
           IF WS-ROW-VALID = 'X'
              MOVE 'N'                 TO WS-ROW-VALID
              GO TO 0120-EXIT
           END-IF.

           MOVE XR-CLAIM-TYPE-POS      TO WS-CHECK-POS.
           MOVE 2                      TO WS-CHECK-WIDTH.
           PERFORM 0130-CHECK-ONE-FIELD
              THRU 0130-EXIT.
           IF WS-ROW-VALID = 'X'
              MOVE 'N'                 TO WS-ROW-VALID
              GO TO 0120-EXIT
           END-IF.

           MOVE XR-BENE-TYPE-POS       TO WS-CHECK-POS.
           MOVE 2                      TO WS-CHECK-WIDTH.
           PERFORM 0130-CHECK-ONE-FIELD
              THRU 0130-EXIT.
           IF WS-ROW-VALID = 'X'
              MOVE 'N'                 TO WS-ROW-VALID
              GO TO 0120-EXIT
           END-IF.

           MOVE XR-BIRTH-DATE-POS      TO WS-CHECK-POS.
           MOVE 8                      TO WS-CHECK-WIDTH.
           PERFORM 0130-CHECK-ONE-FIELD
              THRU 0130-EXIT.
           IF WS-ROW-VALID = 'X'
              MOVE 'N'                 TO WS-ROW-VALID
              GO TO 0120-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-ROW-VALID.

       0120-EXIT.
           EXIT.

      *    SETS WS-ROW-VALID TO 'X' WHEN THE FIELD IS CARRIED BUT
      *    OVERLAPS THE HIC OR RUNS PAST THE RECORD LENGTH.

       0130-CHECK-ONE-FIELD.

           IF WS-CHECK-POS = ZERO
              GO TO 0130-EXIT
           END-IF.

           IF WS-CHECK-POS < 13
           OR WS-CHECK-POS + WS-CHECK-WIDTH - 1 > XR-RECORD-LENGTH
              MOVE 'X'                 TO WS-ROW-VALID
           END-IF.

       0130-EXIT.
           EXIT.
