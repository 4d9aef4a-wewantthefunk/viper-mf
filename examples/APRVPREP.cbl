       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVPREP.
       AUTHOR. CHRISTIAN STRAMA.

      * TWO-PERSON APPROVAL - THE PREPARE STEP. HICRVAPP, RRBBKOUT,
      * HICRECNV, STATMNT AND THE RERUNSET SCREEN REFUSE TO ACT
      * WITHOUT AN APPROVED REQUEST ON THE APRVREQ MASTER (SEE
      * APRVCHK). THE PREPARER RUNS THIS JOB WITH ONE CARD ON APRVCARD
      * - THE PROGRAM TO BE RUN, THE PREPARER'S OPERATOR ID, AND THE
      * CONTROL-CARD CONTENTS THE RUN WILL BE GIVEN, EXACTLY AS THAT
      * PROGRAM WILL READ THEM:
      *
      *   HICRVAPP - BLANK (THE DECISIONS ARE THE INPUT)
      *   RRBBKOUT - THE BKOUTDT BACKOUT DATE, YYYYMMDD
      *   HICRECNV - THE RECNVCTL BIC PREFIX
      *   STATMNT  - BLANK (THE DECK IS THE INPUT)
      *   RERUNSET - THE ACTION (S OR C) FOLLOWED BY THE RERUN DATE
      *              AS IT WILL BE KEYED, E.G. S20261014
      *
      * FOR A PROGRAM THAT TAKES AN INPUT DATASET (HICRVDEC, RRBOUT,
      * STATTRAN) THE JCL POINTS APRVIN AT THAT SAME DATASET. EVERY
      * RECORD IS FOLDED THROUGH INFILREG'S FINGERPRINT AT THE LENGTH
      * THE GATED PROGRAM READS IT, SO THE COUNT AND HASH RECORDED
      * HERE ARE THE ONES THE GATED PROGRAM WILL COMPUTE - A DECK
      * CHANGED BY ONE BYTE AFTER APPROVAL NO LONGER MATCHES.
      *
      * THE REQUEST IS WRITTEN PENDING THROUGH APRVCHK AND ITS KEY
      * (PROGRAM AND PREPARE STAMP) IS DISPLAYED FOR THE APPROVER,
      * WHO MUST BE A DIFFERENT OPERATOR ON THE APRVADM SCREEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT APRV-CARD-FILE  ASSIGN TO APRVCARD
                                  FILE STATUS IS PC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL APRV-INPUT-FILE
                                  ASSIGN TO APRVIN
                                  FILE STATUS IS PI-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  APRV-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  APRV-CARD-REC.
           05  PC-PROGRAM              PIC  X(08).
           05  PC-PREPARER             PIC  X(08).
           05  PC-CONTROL-CARD         PIC  X(40).
           05  FILLER                  PIC  X(24).

       FD  APRV-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  APRV-INPUT-REC              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  PC-FILE-STATUS              PIC  X(02).
       01  PI-FILE-STATUS              PIC  X(02).

       01  WS-SWITCHES.
           05  NO-MORE-INPUT       PIC X(01)  VALUE 'N'.
               88  END-OF-INPUT               VALUE 'Y'.

      *    THE GATED PROGRAMS - EACH ONE'S INPUT DD AND THE RECORD
      *    LENGTH ITS FD READS IT AT (BLANK/ZERO FOR A PROGRAM WHOSE
      *    ONLY INPUT IS ITS CONTROL CARD). A NEW GATED PROGRAM NEEDS
      *    AN ENTRY HERE AND A CALL TO APRVCHK OF ITS OWN.

       01  WS-GATED-DATA.
           05  FILLER PIC X(20) VALUE 'HICRVAPPHICRVDEC0032'.
           05  FILLER PIC X(20) VALUE 'RRBBKOUTRRBOUT  0049'.
           05  FILLER PIC X(20) VALUE 'HICRECNV        0000'.
           05  FILLER PIC X(20) VALUE 'STATMNT STATTRAN0005'.
           05  FILLER PIC X(20) VALUE 'RERUNSET        0000'.
       01  WS-GATED-TABLE REDEFINES WS-GATED-DATA.
           05  WS-GATED-ENTRY          OCCURS 5 TIMES.
               10  WS-GATED-PROGRAM    PIC  X(08).
               10  WS-GATED-DDNAME     PIC  X(08).
               10  WS-GATED-LENGTH     PIC  9(04).
       01  WS-GATED-COUNT              PIC  9(02)  VALUE 5.
       01  WS-GATED-IDX                PIC  9(02)  VALUE ZERO.
       01  WS-FOUND-IDX                PIC  9(02)  VALUE ZERO.

       01  WS-RUN-START-TIMESTAMP      PIC  X(26)  VALUE SPACE.

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY THE FOLD FUNCTION IS USED - THE
      *    FILE IS FINGERPRINTED, NOT REGISTERED.

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

      *    PARAMETERS FOR RUNLEDGR - SAME LAYOUT AS RUNLEDGR'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RUNLEDGR-PARAMETERS.
           05  RL-PROGRAM              PIC  X(08).
           05  RL-START-TIMESTAMP      PIC  X(26).
           05  RL-INPUT-DDNAME         PIC  X(08).
           05  RL-RECORDS-READ         PIC  9(09).
           05  RL-RECORDS-ACCEPTED     PIC  9(09).
           05  RL-RECORDS-REJECTED     PIC  9(09).
           05  RL-SEVERITY             PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF RETURN-CODE = ZERO
              PERFORM 2000-FINGERPRINT-INPUT
                 THRU 2000-EXIT
           END-IF.

           IF RETURN-CODE = ZERO
              PERFORM 3000-RECORD-REQUEST
                 THRU 3000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP.
           MOVE ZERO                  TO RETURN-CODE.

           MOVE SPACE                 TO WS-APRVCHK-PARAMETERS.
           MOVE ZERO                  TO AV-INPUT-COUNT
                                         AV-INPUT-HASH
                                         AV-RETURN-CODE.

           OPEN INPUT APRV-CARD-FILE.

           IF PC-FILE-STATUS NOT = '00'
              DISPLAY 'APRVPREP,NO APRVCARD REQUEST CARD,'
                      PC-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           READ APRV-CARD-FILE
              AT END MOVE SPACE TO APRV-CARD-REC
           END-READ.

           CLOSE APRV-CARD-FILE.

           MOVE ZERO                  TO WS-FOUND-IDX.
           PERFORM VARYING WS-GATED-IDX FROM 1 BY 1
                     UNTIL WS-GATED-IDX > WS-GATED-COUNT
               IF WS-GATED-PROGRAM (WS-GATED-IDX) = PC-PROGRAM
                  MOVE WS-GATED-IDX   TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
              DISPLAY 'APRVPREP,NOT A PROGRAM THAT NEEDS APPROVAL,'
                      PC-PROGRAM
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           IF PC-PREPARER = SPACE
              DISPLAY 'APRVPREP,PREPARER OPERATOR ID IS BLANK'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE 'P'                   TO AV-FUNCTION.
           MOVE PC-PROGRAM            TO AV-PROGRAM.
           MOVE PC-PREPARER           TO AV-OPERATOR.
           MOVE PC-CONTROL-CARD       TO AV-CONTROL-CARD.
           MOVE WS-GATED-DDNAME (WS-FOUND-IDX)
                                      TO AV-INPUT-DDNAME.

       1000-EXIT.
           EXIT.

      *    FOLDS THE INPUT THE GATED PROGRAM WILL READ, AT THE LENGTH
      *    IT WILL READ IT. A PROGRAM WITH NO INPUT DATASET SKIPS
      *    THIS; ONE WITH AN INPUT MUST HAVE APRVIN POINTED AT IT.

       2000-FINGERPRINT-INPUT.

           IF WS-GATED-LENGTH (WS-FOUND-IDX) = ZERO
              GO TO 2000-EXIT
           END-IF.

           OPEN INPUT APRV-INPUT-FILE.

           IF PI-FILE-STATUS NOT = '00'
              DISPLAY 'APRVPREP,APRVIN MUST NAME THE '
                      AV-INPUT-DDNAME ' DATASET,' PI-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.

           MOVE 'F'                   TO IR-FUNCTION.
           MOVE 'APRVPREP'            TO IR-SOURCE-PGM.
           MOVE ZERO                  TO IR-RECORD-COUNT
                                         IR-HASH-TOTAL.
           MOVE WS-GATED-LENGTH (WS-FOUND-IDX)
                                      TO IR-RECORD-LENGTH.

           PERFORM UNTIL END-OF-INPUT
               READ APRV-INPUT-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-INPUT
                 NOT AT END
                   MOVE APRV-INPUT-REC
                                      TO IR-RECORD-AREA
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
               END-READ
           END-PERFORM.

           CLOSE APRV-INPUT-FILE.

           MOVE IR-RECORD-COUNT       TO AV-INPUT-COUNT.
           MOVE IR-HASH-TOTAL         TO AV-INPUT-HASH.

       2000-EXIT.
           EXIT.

       3000-RECORD-REQUEST.

           CALL 'APRVCHK' USING WS-APRVCHK-PARAMETERS.

           IF AV-RETURN-CODE NOT = ZERO
              DISPLAY 'APRVPREP,REQUEST NOT RECORDED,' AV-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'APRVPREP,REQUEST PROGRAM,' AV-PROGRAM.
           DISPLAY 'APRVPREP,REQUEST STAMP,' AV-REQUESTED.
           DISPLAY 'APRVPREP,PREPARED BY,' AV-OPERATOR.
           DISPLAY 'APRVPREP,CONTROL CARD,' AV-CONTROL-CARD.
           DISPLAY 'APRVPREP,INPUT DD,' AV-INPUT-DDNAME.
           DISPLAY 'APRVPREP,INPUT RECORDS,' AV-INPUT-COUNT.
           DISPLAY 'APRVPREP,INPUT HASH,' AV-INPUT-HASH.
           DISPLAY 'APRVPREP,' AV-MESSAGE.

       3000-EXIT.
           EXIT.

       8000-TERMINATE.

           MOVE 'APRVPREP'            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE SPACES                TO RL-INPUT-DDNAME.
           MOVE AV-INPUT-COUNT        TO RL-RECORDS-READ.
           IF RETURN-CODE = 8
              MOVE ZERO               TO RL-RECORDS-ACCEPTED
              MOVE 1                  TO RL-RECORDS-REJECTED
              MOVE 08                 TO RL-SEVERITY
           ELSE
              MOVE 1                  TO RL-RECORDS-ACCEPTED
              MOVE ZERO               TO RL-RECORDS-REJECTED
              MOVE 00                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
