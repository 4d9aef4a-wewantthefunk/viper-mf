      * JOB RUNS UNDER THE XREFDEFR SWITCH WITH A SCRATCH XREFWRK DD
      * AND REFUSES TO RUN WITHOUT IT - THE SAME GUARD AS HICRVEXT'S
      * PASS TWO.
      *
      * A PREFIX SWEEP STAGES CORRECTIONS FOR A WHOLE BIC POPULATION,
      * SO IT ALSO NEEDS A SECOND OPERATOR: APRVCHK MUST FIND AN
      * APPROVED, UNEXPIRED, UNUSED REQUEST PREPARED (APRVPREP) FOR
      * EXACTLY THIS RECNVCTL PREFIX. WITHOUT ONE THE JOB REFUSES
      * WITH RC 8; APRVCHK LEDGERS AND ALERTS THE REFUSAL.

       ENVIRONMENT DIVISION.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  CAND-WORK-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

      *    PARAMETERS FOR APRVCHK - SAME LAYOUT AS APRVCHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. THE PREFIX CARD IS THE WHOLE OF
      *    WHAT IS APPROVED - THERE IS NO INPUT DATASET TO MATCH.

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

      *    PARAMETERS FOR RRBTOSSA - SAME LAYOUT AS RRBTOSSA'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE THE SAME WAY RRBDRIVE'S
      *    WS-RRBTOSSA-PARAMETERS DUPLICATES IT.
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACE                 TO WS-APRVCHK-PARAMETERS.
           MOVE 'C'                   TO AV-FUNCTION.
           MOVE 'HICRECNV'            TO AV-PROGRAM.
           MOVE WS-TARGET-PREFIX      TO AV-CONTROL-CARD.
           MOVE ZERO                  TO AV-INPUT-COUNT
                                         AV-INPUT-HASH
                                         AV-RETURN-CODE.

           CALL 'APRVCHK' USING WS-APRVCHK-PARAMETERS.

           IF AV-RETURN-CODE NOT = ZERO
              DISPLAY 'HICRECNV,REFUSING TO RUN - NO APPROVAL,'
                      AV-MESSAGE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO NO-MORE-MASTER
              MOVE 'Y' TO NO-MORE-WORK
              GO TO 1000-EXIT
           END-IF.

           DISPLAY 'HICRECNV,APPROVAL REQUEST,' AV-REQUESTED.
           DISPLAY 'HICRECNV,' AV-MESSAGE.

           DISPLAY 'HICRECNV,RECONVERTING PREFIX,'
                   WS-TARGET-PREFIX.

