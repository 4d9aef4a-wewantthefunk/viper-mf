       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBIEDIT.
       AUTHOR. CHRISTIAN STRAMA.

      *    MEDICARE BENEFICIARY IDENTIFIER FORMAT EDIT. THE MBI IS 11
      *    POSITIONS, EACH WITH ITS OWN CHARACTER CLASS:
      *
      *      1     NUMERIC 1-9
      *      2,5,8,9   ALPHABETIC
      *      3,6   ALPHABETIC OR NUMERIC
      *      4,7,10,11 NUMERIC 0-9
      *
      *    AND THE LETTERS S, L, O, I, B AND Z ARE NEVER USED (THEY
      *    READ TOO MUCH LIKE 5, 1, 0, 1, 8 AND 2). ME-VALID COMES
      *    BACK 'Y' OR 'N'; ON AN 'N', ME-FAIL-POSITION NAMES THE
      *    FIRST POSITION THAT BROKE ITS RULE.
      *
      *    NO FILE IS EVER OPENED, SO CICS SCREENS CAN CALL THIS THE
      *    SAME WAY BATCH JOBS DO.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ONE CLASS BYTE PER POSITION - C NUMERIC 1-9, N NUMERIC
      *    0-9, A AN MBI LETTER, X AN MBI LETTER OR A DIGIT.

       01  WS-POSITION-CLASSES         PIC  X(11)  VALUE 'CAXNAXNAANN'.

       01  WS-MBI-LETTERS              PIC  X(20)
                                       VALUE 'ACDEFGHJKMNPQRTUVWXY'.

       01  WS-POS-IDX                  PIC  9(02)  VALUE ZERO.
       01  WS-LTR-IDX                  PIC  9(02)  VALUE ZERO.
       01  WS-THIS-BYTE                PIC  X(01)  VALUE SPACE.
       01  WS-THIS-CLASS               PIC  X(01)  VALUE SPACE.
       01  WS-BYTE-OK                  PIC  X(01)  VALUE 'N'.
       01  WS-IS-LETTER                PIC  X(01)  VALUE 'N'.

       LINKAGE SECTION.

       01  MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

       PROCEDURE DIVISION           USING  MBIEDIT-PARAMETERS.

           MOVE  'Y'                   TO  ME-VALID
           MOVE  ZERO                  TO  ME-FAIL-POSITION

           PERFORM
             VARYING WS-POS-IDX FROM  1  BY  1
             UNTIL   WS-POS-IDX  >  11
             OR      ME-VALID    =  'N'
               MOVE  ME-MBI (WS-POS-IDX:1)         TO  WS-THIS-BYTE
               MOVE  WS-POSITION-CLASSES (WS-POS-IDX:1)
                                                   TO  WS-THIS-CLASS
               PERFORM  1000-CHECK-ONE-BYTE
                  THRU  1000-EXIT
               IF  WS-BYTE-OK  =  'N'
                   MOVE  'N'           TO  ME-VALID
                   MOVE  WS-POS-IDX    TO  ME-FAIL-POSITION
               END-IF
           END-PERFORM

           GOBACK.

       1000-CHECK-ONE-BYTE.

           MOVE  'N'                   TO  WS-IS-LETTER
           PERFORM
             VARYING WS-LTR-IDX FROM  1  BY  1
             UNTIL   WS-LTR-IDX  >  20
             OR      WS-IS-LETTER  =  'Y'
               IF  WS-THIS-BYTE  =  WS-MBI-LETTERS (WS-LTR-IDX:1)
                   MOVE  'Y'           TO  WS-IS-LETTER
               END-IF
           END-PERFORM

           MOVE  'N'                   TO  WS-BYTE-OK

           EVALUATE  WS-THIS-CLASS
             WHEN  'C'
               IF  WS-THIS-BYTE  NUMERIC
               AND WS-THIS-BYTE  NOT =  '0'
                   MOVE  'Y'           TO  WS-BYTE-OK
               END-IF
             WHEN  'N'
               IF  WS-THIS-BYTE  NUMERIC
                   MOVE  'Y'           TO  WS-BYTE-OK
               END-IF
             WHEN  'A'
               MOVE  WS-IS-LETTER      TO  WS-BYTE-OK
             WHEN  'X'
               IF  WS-THIS-BYTE  NUMERIC
               OR  WS-IS-LETTER  =  'Y'
                   MOVE  'Y'           TO  WS-BYTE-OK
               END-IF
           END-EVALUATE.

       1000-EXIT.
           EXIT.
