      * WRITTEN TO STATTABN - THE JCL SWAPS THE NEW FILE IN ONLY AFTER
      * THE RUN ENDS CLEAN, SO A BAD DECK CAN NEVER HALF-UPDATE THE
      * LIVE TABLE.
      *
      * A TABLE CHANGE ALSO NEEDS A SECOND OPERATOR: BEFORE ANY
      * TRANSACTION IS APPLIED THE DECK IS FINGERPRINTED (INFILREG'S
      * COUNT/HASH FOLD) AND APRVCHK MUST FIND AN APPROVED, UNEXPIRED,
      * UNUSED REQUEST PREPARED (APRVPREP) FOR EXACTLY THAT DECK.
      * WITHOUT ONE THE RUN ENDS RC 8 BEFORE STATTABN IS WRITTEN;
      * APRVCHK LEDGERS AND ALERTS THE REFUSAL.

       ENVIRONMENT DIVISION.

           05  WS-AUD-RESULT           PIC  X(32).
           05  FILLER                  PIC  X(20)  VALUE SPACE.

       01  WS-RUN-APPROVED             PIC  X(01)  VALUE 'N'.

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY THE FOLD FUNCTION IS USED.

       01  WS-INFILREG-PARAMETERS.
           05  IR-FUNCTION             PIC  X(01).
           05  IR-SOURCE-PGM           PIC  X(08).
           05  IR-FILE-CLASS           PIC  X(08).
           05  IR-DDNAME               PIC  X(08).
           05  IR-HEADER-DATE          PIC  X(08).
           05  IR-SOURCE-CODE          PIC  X(03).
           05  IR-RECORD-COUNT         PIC  9(09).
           05  IR-HASH-TOTAL           PIC  9(15).
           05  IR-ID-KIND              PIC  X(01).
           05  IR-RESTART              PIC  X(01).
           05  IR-RECORD-LENGTH        PIC  9(04).
           05  IR-RECORD-AREA          PIC  X(80).
           05  IR-FIRST-PGM            PIC  X(08).
           05  IR-FIRST-TIMESTAMP      PIC  X(26).
           05  IR-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR APRVCHK - SAME LAYOUT AS APRVCHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-APRVCHK-PARAMETERS.
           05  AV-FUNCTION             PIC  X(01).
           05  AV-PROGRAM              PIC  X(08).
           05  AV-OPERATOR             PIC  X(08).
           05  AV-REQUESTED            PIC  X(14).
           05  AV-CONTROL-CARD         PIC  X(40).
           05  AV-INPUT-DDNAME         PIC  X(08).
           05  AV-INPUT-COUNT          PIC  9(09).
           05  AV-INPUT-HASH           PIC  9(15).
           05  AV-MESSAGE              PIC  X(40).
           05  AV-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
              STOP RUN
           END-IF.

           PERFORM 1500-CHECK-APPROVAL
              THRU 1500-EXIT.

           IF WS-RUN-APPROVED NOT = 'Y'
              CLOSE TRANSACTION-FILE
              MOVE 8                   TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-RPT-FILE.

           PERFORM UNTIL END-OF-TRANS
       1100-EXIT.
           EXIT.

      *    FINGERPRINTS THE WHOLE DECK AT ITS 5-BYTE RECORD LENGTH -
      *    THE LENGTH APRVPREP FOLDED IT AT - THEN REOPENS IT FOR THE
      *    APPLY LOOP, AND ASKS APRVCHK FOR THE MATCHING APPROVAL.

       1500-CHECK-APPROVAL.

           MOVE 'N'                    TO WS-RUN-APPROVED.
           MOVE 'F'                    TO IR-FUNCTION.
           MOVE 'STATMNT '             TO IR-SOURCE-PGM.
           MOVE ZERO                   TO IR-RECORD-COUNT
                                          IR-HASH-TOTAL.
           MOVE 5                      TO IR-RECORD-LENGTH.

           PERFORM UNTIL END-OF-TRANS
              READ TRANSACTION-FILE
                AT END
                  MOVE 'Y'             TO NO-MORE-TRANS
                NOT AT END
                  MOVE TRANSACTION-REC TO IR-RECORD-AREA
                  CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
              END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           MOVE 'N'                    TO NO-MORE-TRANS.

           MOVE SPACE                  TO WS-APRVCHK-PARAMETERS.
           MOVE 'C'                    TO AV-FUNCTION.
           MOVE 'STATMNT '             TO AV-PROGRAM.
           MOVE 'STATTRAN'             TO AV-INPUT-DDNAME.
           MOVE IR-RECORD-COUNT        TO AV-INPUT-COUNT.
           MOVE IR-HASH-TOTAL          TO AV-INPUT-HASH.
           MOVE ZERO                   TO AV-RETURN-CODE.

           CALL 'APRVCHK' USING WS-APRVCHK-PARAMETERS.

           IF AV-RETURN-CODE NOT = ZERO
              DISPLAY 'STATMNT,RUN REFUSED - NO APPROVAL,'
                      AV-MESSAGE
              GO TO 1500-EXIT
           END-IF.

           DISPLAY 'STATMNT,APPROVAL REQUEST,' AV-REQUESTED.
           DISPLAY 'STATMNT,' AV-MESSAGE.
           MOVE 'Y'                    TO WS-RUN-APPROVED.

       1500-EXIT.
           EXIT.

      *    VALIDATES AND APPLIES ONE TRANSACTION, AND WRITES ITS
      *    AUDIT LINE WHETHER IT APPLIED OR NOT.

