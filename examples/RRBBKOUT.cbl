      * WITH THE 'B' BACKOUT FLAG (SEE RUNLEDGR'S RL-REC-BACKOUT-
      * FLAG) SO LEDGER READERS NEVER MISTAKE THE REVERSED NIGHT FOR
      * A REAL ONE. EVERY ACTION TAKEN IS LISTED ON BKOUTRPT.
      *
      * A BACKOUT ALSO NEEDS A SECOND OPERATOR: BEFORE THE MASTER IS
      * TOUCHED, RRBOUT IS FINGERPRINTED (INFILREG'S COUNT/HASH FOLD)
      * AND APRVCHK MUST FIND AN APPROVED, UNEXPIRED, UNUSED REQUEST
      * PREPARED (APRVPREP) FOR THIS BACKOUT DATE AND THAT EXACT
      * RRBOUT. WITHOUT ONE THE JOB REFUSES WITH RC 8; APRVCHK
      * LEDGERS AND ALERTS THE REFUSAL.

       ENVIRONMENT DIVISION.

       01  BKOUT-CTL-REC           PIC 9(08).

       FD  OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RRB-OUT-REC.
           02  OUT-RRB-HIC         PIC X(12).
           02  OUT-SOURCE          PIC X(03).
           02  OUT-ENT-DATE        PIC X(08).
           02  OUT-CLAIM-TYPE      PIC X(02).
           02  OUT-BENE-TYPE       PIC X(02).
           02  OUT-BIRTH-DATE      PIC X(08).

       FD  HIC-XREF-FILE.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

      *    MIRRORS RUNLEDGR'S RUN-LEDGER-REC FILE LAYOUT.

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 170 CHARACTERS.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).
           05  RL-REC-TABLE-VERSIONS   PIC  X(20).

       FD  BKOUT-RPT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

       01  WS-RUN-APPROVED         PIC X(01)  VALUE 'N'.

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

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY EYEBALL SURFACES ARE MASKED -
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-CHECK-APPROVAL
              THRU 1500-EXIT.

           IF WS-RUN-APPROVED NOT = 'Y'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO NO-MORE-OUTPUT
              MOVE 'Y' TO NO-MORE-LEDGER
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
       1000-EXIT.
           EXIT.

      *    FINGERPRINTS THE WHOLE OF RRBOUT AT ITS 49-BYTE RECORD
      *    LENGTH - THE LENGTH APRVPREP FOLDED IT AT - THEN REOPENS IT
      *    FOR THE BACKOUT PASS, AND ASKS APRVCHK FOR AN APPROVAL
      *    CARRYING THIS BACKOUT DATE AND THIS RRBOUT.

       1500-CHECK-APPROVAL.

           MOVE 'N'                   TO WS-RUN-APPROVED.
           MOVE 'F'                   TO IR-FUNCTION.
           MOVE 'RRBBKOUT'            TO IR-SOURCE-PGM.
           MOVE ZERO                  TO IR-RECORD-COUNT
                                         IR-HASH-TOTAL.
           MOVE 49                    TO IR-RECORD-LENGTH.

           PERFORM UNTIL END-OF-OUTPUT
              READ OUTPUT-FILE
                AT END
                  MOVE 'Y'            TO NO-MORE-OUTPUT
                NOT AT END
                  MOVE RRB-OUT-REC    TO IR-RECORD-AREA
                  CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
              END-READ
           END-PERFORM.

           CLOSE OUTPUT-FILE.
           OPEN INPUT OUTPUT-FILE.
           MOVE 'N'                   TO NO-MORE-OUTPUT.

           MOVE SPACE                 TO WS-APRVCHK-PARAMETERS.
           MOVE 'C'                   TO AV-FUNCTION.
           MOVE 'RRBBKOUT'            TO AV-PROGRAM.
           MOVE WS-BACKOUT-DATE       TO AV-CONTROL-CARD.
           MOVE 'RRBOUT  '            TO AV-INPUT-DDNAME.
           MOVE IR-RECORD-COUNT       TO AV-INPUT-COUNT.
           MOVE IR-HASH-TOTAL         TO AV-INPUT-HASH.
           MOVE ZERO                  TO AV-RETURN-CODE.

           CALL 'APRVCHK' USING WS-APRVCHK-PARAMETERS.

           IF AV-RETURN-CODE NOT = ZERO
              DISPLAY 'RRBBKOUT,REFUSING TO RUN - NO APPROVAL,'
                      AV-MESSAGE
              GO TO 1500-EXIT
           END-IF.

           DISPLAY 'RRBBKOUT,APPROVAL REQUEST,' AV-REQUESTED.
           DISPLAY 'RRBBKOUT,' AV-MESSAGE.
           MOVE 'Y'                   TO WS-RUN-APPROVED.

       1500-EXIT.
           EXIT.

      *    ONE NIGHT'S OUTPUT ROW AT A TIME. ONLY ACCEPTED ROWS EVER
      *    TOUCHED THE MASTER; REJECTS AND THE BALANCED TRAILER ARE
      *    PASSED OVER.
