       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCROLL.
       AUTHOR. CHRISTIAN STRAMA.

      * NIGHTLY DRAIN FOR THE BENEFICIARY-DATA ACCESS LOG. EVERY
      * SCREEN THAT SHOWS BENEFICIARY IDENTIFIERS (HICINQ, SSAINQ,
      * MBIINQ, ACKINQ, OUTCINQ, CONVPREV) WRITES ONE ACCSREC RECORD
      * PER LOOKUP TO THE BACC TD QUEUE, WHOSE EXTRAPARTITION
      * DESTINATION IS THE ACCSLOG DATASET THIS JOB READS; WHEN BACC
      * REFUSES A WRITE THE SCREEN SPILLS TO BACS, READ HERE AS
      * ACCSLOGS. BOTH ARE COPIED, STAMPED WITH THE BUSINESS DATE, TO
      * ACCSHIST - A NEW GENERATION OF THE DATED ACCESS HISTORY EACH
      * NIGHT. THE REVIEW JOB (ACCSRVW) READS THE GENERATIONS
      * CONCATENATED, SO NOTHING IS EVER REWRITTEN IN PLACE.
      *
      * LIKE ONLROLL THE DRAIN IS TRUNCATE-AND-REWRITE: ACCSHIST IS
      * OPENED OUTPUT, SO AN ABEND MID-DRAIN COSTS ONLY A RERUN OF
      * THE STEP AGAINST THE SAME (+1) GENERATION.
      *
      * A LOOKUP MADE IN A TRAINING SESSION (AC-TRAINING - SEE
      * TRNGCHK) WAS AGAINST THE ANONYMIZED TRAINING FILES, NOT A
      * REAL BENEFICIARY, SO IT IS COUNTED BUT NEVER WRITTEN TO
      * ACCSHIST AND NEVER REACHES THE ACCESS REVIEW.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ACCESS-LOG-FILE
                                  ASSIGN TO ACCSLOG
                                  FILE STATUS IS AL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACCESS-SPILL-FILE
                                  ASSIGN TO ACCSLOGS
                                  FILE STATUS IS AS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACCESS-HIST-FILE
                                  ASSIGN TO ACCSHIST
                                  FILE STATUS IS AH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY ACCSREC.

       FD  ACCESS-SPILL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ACCESS-SPILL-REC        PIC X(80).

       FD  ACCESS-HIST-FILE
           RECORD CONTAINS 88 CHARACTERS.

       01  ACCESS-HIST-REC.
           05  AH-BUSINESS-DATE    PIC X(08).
           05  AH-ACCESS-IMAGE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  AL-FILE-STATUS          PIC X(02).
       01  AS-FILE-STATUS          PIC X(02).
       01  AH-FILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  NO-MORE-LOG         PIC X(01)  VALUE 'N'.
               88  END-OF-LOG                 VALUE 'Y'.
           05  NO-MORE-SPILL       PIC X(01)  VALUE 'N'.
               88  END-OF-SPILL               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOG-READ             PIC 9(09)  VALUE ZERO.
           05  WS-SPILL-READ           PIC 9(09)  VALUE ZERO.
           05  WS-HIST-WRITTEN         PIC 9(09)  VALUE ZERO.
           05  WS-NOT-FOUND-COUNT      PIC 9(09)  VALUE ZERO.
           05  WS-TRAINING-SKIPPED     PIC 9(09)  VALUE ZERO.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.
       01  WS-START-TIMESTAMP      PIC X(26)  VALUE SPACE.

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR RUNLEDGR - SAME LAYOUT AS RUNLEDGR'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RUNLEDGR-PARAMETERS.
           05  RL-PROGRAM              PIC X(08).
           05  RL-START-TIMESTAMP      PIC X(26).
           05  RL-INPUT-DDNAME         PIC X(08).
           05  RL-RECORDS-READ         PIC 9(09).
           05  RL-RECORDS-ACCEPTED     PIC 9(09).
           05  RL-RECORDS-REJECTED     PIC 9(09).
           05  RL-SEVERITY             PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           OPEN OUTPUT ACCESS-HIST-FILE.

           IF AH-FILE-STATUS NOT = '00'
              DISPLAY 'ACCROLL,ACCSHIST OPEN FAILED,' AH-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-DRAIN-LOG
              THRU 1000-EXIT.

           PERFORM 1500-DRAIN-SPILL
              THRU 1500-EXIT.

           CLOSE ACCESS-HIST-FILE.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-DRAIN-LOG.

           OPEN INPUT ACCESS-LOG-FILE.

           IF AL-FILE-STATUS NOT = '00'
              DISPLAY 'ACCROLL,NO ACCESS LOG TO DRAIN,'
                      AL-FILE-STATUS
              GO TO 1000-EXIT
           END-IF.

           PERFORM UNTIL END-OF-LOG
               READ ACCESS-LOG-FILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-LOG
                 NOT AT END
                   ADD 1               TO WS-LOG-READ
                   PERFORM 1100-WRITE-HISTORY
                      THRU 1100-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACCESS-LOG-FILE.

       1000-EXIT.
           EXIT.

      *    THE SPILL DESTINATION'S DRAIN - THE LOOKUPS BACC REFUSED
      *    WHEN IT FILLED, KEPT EXACTLY LIKE THE REST.

       1500-DRAIN-SPILL.

           OPEN INPUT ACCESS-SPILL-FILE.

           IF AS-FILE-STATUS NOT = '00'
              GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL END-OF-SPILL
               READ ACCESS-SPILL-FILE
                 AT END
                   MOVE 'Y'            TO NO-MORE-SPILL
                 NOT AT END
                   MOVE ACCESS-SPILL-REC TO ACCESS-LOG-REC
                   ADD 1               TO WS-SPILL-READ
                   PERFORM 1100-WRITE-HISTORY
                      THRU 1100-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACCESS-SPILL-FILE.

       1500-EXIT.
           EXIT.

       1100-WRITE-HISTORY.

           IF ACCESS-LOG-REC = SPACE
              GO TO 1100-EXIT
           END-IF.

           IF AC-TRAINING
              ADD 1                   TO WS-TRAINING-SKIPPED
              GO TO 1100-EXIT
           END-IF.

           IF AC-NOT-FOUND
              ADD 1                   TO WS-NOT-FOUND-COUNT
           END-IF.

           MOVE WS-BUSINESS-DATE      TO AH-BUSINESS-DATE.
           MOVE ACCESS-LOG-REC        TO AH-ACCESS-IMAGE.
           WRITE ACCESS-HIST-REC.
           ADD 1                      TO WS-HIST-WRITTEN.

       1100-EXIT.
           EXIT.

       8000-TERMINATE.

           DISPLAY 'ACCROLL,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'ACCROLL,ACCESS RECORDS READ,' WS-LOG-READ.
           DISPLAY 'ACCROLL,SPILL RECORDS DRAINED,' WS-SPILL-READ.
           DISPLAY 'ACCROLL,HISTORY RECORDS WRITTEN,' WS-HIST-WRITTEN.
           DISPLAY 'ACCROLL,NOT-FOUND LOOKUPS,' WS-NOT-FOUND-COUNT.
           DISPLAY 'ACCROLL,TRAINING LOOKUPS SET ASIDE,'
                   WS-TRAINING-SKIPPED.

           MOVE 'ACCROLL '            TO RL-PROGRAM.
           MOVE WS-START-TIMESTAMP    TO RL-START-TIMESTAMP.
           MOVE 'ACCSLOG '            TO RL-INPUT-DDNAME.
           COMPUTE RL-RECORDS-READ = WS-LOG-READ + WS-SPILL-READ.
           MOVE WS-HIST-WRITTEN       TO RL-RECORDS-ACCEPTED.
           COMPUTE RL-RECORDS-REJECTED =
              RL-RECORDS-READ - WS-HIST-WRITTEN.
           MOVE ZERO                  TO RL-SEVERITY.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
