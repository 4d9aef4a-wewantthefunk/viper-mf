      * (IF ONE EXISTS) IS RE-KEYED TO THE NEW HIC AND SET TO 'R', SO
      * THE RRBRWRK SWEEP RESENDS THE CORRECTED CONVERSION INSTEAD OF
      * THE FIX DYING ON THE MASTER.
      *
      * A DECISION DECK CAN REWRITE THOUSANDS OF CROSSWALK ROWS, SO
      * THE RUN NEEDS A SECOND OPERATOR'S SAY-SO: BEFORE ANY DECISION
      * IS APPLIED THE DECK IS FINGERPRINTED (INFILREG'S COUNT/HASH
      * FOLD) AND APRVCHK MUST FIND AN APPROVED, UNEXPIRED, UNUSED
      * REQUEST PREPARED (APRVPREP) FOR EXACTLY THAT DECK. WITHOUT
      * ONE THE RUN ENDS RC 8 WITH THE MASTER UNTOUCHED; APRVCHK
      * LEDGERS AND ALERTS THE REFUSAL.

       ENVIRONMENT DIVISION.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       WORKING-STORAGE SECTION.


       01  WS-CURRENT-TIMESTAMP        PIC X(26).

       01  WS-RUN-APPROVED             PIC X(01)  VALUE 'N'.

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


      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-CHECK-APPROVAL
              THRU 1500-EXIT.

           IF  WS-RUN-APPROVED      NOT =  'Y'
               MOVE 8                   TO RETURN-CODE
               MOVE 'Y'                 TO NO-MORE-DECISIONS
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF  HX-FILE-STATUS       NOT =  '00'
       1000-EXIT.
           EXIT.

      *    FINGERPRINTS THE WHOLE DECK AT ITS 32-BYTE RECORD LENGTH -
      *    THE LENGTH APRVPREP FOLDED IT AT - THEN REOPENS IT FOR THE
      *    APPLY LOOP, AND ASKS APRVCHK FOR THE MATCHING APPROVAL.

       1500-CHECK-APPROVAL.

           MOVE 'N'                    TO WS-RUN-APPROVED.
           MOVE 'F'                    TO IR-FUNCTION.
           MOVE 'HICRVAPP'             TO IR-SOURCE-PGM.
           MOVE ZERO                   TO IR-RECORD-COUNT
                                          IR-HASH-TOTAL.
           MOVE 32                     TO IR-RECORD-LENGTH.

           PERFORM UNTIL END-OF-DECISIONS
              READ DECISION-FILE
                AT END
                  MOVE 'Y'             TO NO-MORE-DECISIONS
                NOT AT END
                  MOVE DECISION-REC    TO IR-RECORD-AREA
                  CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
              END-READ
           END-PERFORM.

           CLOSE DECISION-FILE.
           OPEN INPUT DECISION-FILE.
           MOVE 'N'                    TO NO-MORE-DECISIONS.

           MOVE SPACE                  TO WS-APRVCHK-PARAMETERS.
           MOVE 'C'                    TO AV-FUNCTION.
           MOVE 'HICRVAPP'             TO AV-PROGRAM.
           MOVE 'HICRVDEC'             TO AV-INPUT-DDNAME.
           MOVE IR-RECORD-COUNT        TO AV-INPUT-COUNT.
           MOVE IR-HASH-TOTAL          TO AV-INPUT-HASH.
           MOVE ZERO                   TO AV-RETURN-CODE.

           CALL 'APRVCHK' USING WS-APRVCHK-PARAMETERS.

           IF AV-RETURN-CODE NOT = ZERO
              DISPLAY 'HICRVAPP,RUN REFUSED - NO APPROVAL,'
                      AV-MESSAGE
              CLOSE DECISION-FILE
              GO TO 1500-EXIT
           END-IF.

           DISPLAY 'HICRVAPP,APPROVAL REQUEST,' AV-REQUESTED.
           DISPLAY 'HICRVAPP,' AV-MESSAGE.
           MOVE 'Y'                    TO WS-RUN-APPROVED.

       1500-EXIT.
           EXIT.

      *    READS ONE DECISION, FINDS ITS MASTER RECORD, AND APPLIES
      *    THE ANALYST'S CHOICE. A DECISION WHOSE HIC ISN'T ON THE
      *    MASTER, OR WHOSE CODE ISN'T K/A/S, IS AUDITED AS REJECTED
               MOVE SPACE             TO AK-ACK-DATE
               MOVE SPACE             TO AK-SSA-MBI
               MOVE ZERO              TO AK-ATTEMPTS
               MOVE SPACE             TO AK-REPLACE-FLAG
               PERFORM 2510-WRITE-HANDOFF
                  THRU 2510-EXIT
             NOT INVALID KEY
