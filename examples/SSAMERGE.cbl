      *   01 - OLD SSA HIC NOT ON THE SSAXREF COMPANION
      *   02 - COMPANION POINTS AT AN RRB HIC WITH NO MASTER RECORD
      *   03 - NOTICE MALFORMED (BLANK OR IDENTICAL OLD/NEW)
      *
      * BEFORE ANY MERGE IS APPLIED THE NOTICE FILE IS READ ONCE TO
      * TAKE ITS FINGERPRINT AND REGISTERED WITH THE INFILREG INBOUND-
      * FILE REGISTRY. A FILE ALREADY APPLIED ON AN EARLIER RUN IS
      * NOT APPLIED AGAIN - THE RUN ENDS WITH RETURN CODE 8 (INFILREG
      * HAS ALERTED IT) UNLESS THE OPERATOR HAS SET THE INFREPRO
      * OVERRIDE FOR A DELIBERATE REPROCESS.

       ENVIRONMENT DIVISION.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  ACK-MASTER-FILE.

           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

      *    ONE ROW PER APPLIED MERGE - WHO SUPERSEDED WHOM, THE RRB
      *    HIC BEHIND IT, WHAT THE ACKMAST SIDE DID, AND WHEN.
       01  WS-SWITCHES.
           05  NO-MORE-NOTICES     PIC X(01)  VALUE 'N'.
               88  END-OF-NOTICES             VALUE 'Y'.
           05  WS-INPUT-REFUSED    PIC X(01)  VALUE 'N'.
               88  INPUT-REFUSED              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ         PIC 9(09)  VALUE ZERO.
           05  WS-SV-ACK-DATE      PIC X(08).
           05  WS-SV-SSA-MBI       PIC X(11).
           05  WS-SV-ATTEMPTS      PIC 9(02).
           05  WS-SV-REPLACE-FLAG  PIC X(01).

      *    PARAMETERS FOR RUNLEDGR - SAME LAYOUT AS RUNLEDGR'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
           05  MH-VALUE-IN             PIC  X(12).
           05  MH-VALUE-OUT            PIC  X(12).

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

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

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-REGISTER-SSAMRGIN
              THRU 1500-EXIT.

           IF INPUT-REFUSED
              MOVE 'Y' TO NO-MORE-NOTICES
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O SSA-XREF-FILE.

           IF SX-FILE-STATUS NOT = '00'
       1000-EXIT.
           EXIT.

      *    FINGERPRINTS THE NOTICE FILE IN ONE PASS AND REGISTERS IT
      *    WITH THE INBOUND-FILE REGISTRY, THEN REOPENS IT FOR THE
      *    APPLY PASS. THE FILE CARRIES NO HEADER OR TRAILER, SO THE
      *    FINGERPRINT IS ITS WHOLE IDENTITY.

       1500-REGISTER-SSAMRGIN.

           MOVE ZERO                  TO IR-RECORD-COUNT
                                         IR-HASH-TOTAL.

           PERFORM UNTIL END-OF-NOTICES
               READ MERGE-IN-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-NOTICES
                 NOT AT END
                   MOVE 'F'           TO IR-FUNCTION
                   MOVE MERGE-IN-REC  TO IR-RECORD-AREA
                   MOVE 22            TO IR-RECORD-LENGTH
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
               END-READ
           END-PERFORM.

           CLOSE MERGE-IN-FILE.
           MOVE 'N'                   TO NO-MORE-NOTICES.

           MOVE 'R'                   TO IR-FUNCTION.
           MOVE 'SSAMERGE'            TO IR-SOURCE-PGM.
           MOVE 'SSAMRGIN'            TO IR-FILE-CLASS
                                         IR-DDNAME.
           MOVE SPACE                 TO IR-HEADER-DATE
                                         IR-SOURCE-CODE.
           MOVE 'F'                   TO IR-ID-KIND.
           MOVE 'N'                   TO IR-RESTART.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

           IF IR-RETURN-CODE > 4
              DISPLAY 'SSAMERGE,SSAMRGIN ALREADY APPLIED BY '
                      IR-FIRST-PGM ' AT ' IR-FIRST-TIMESTAMP
                      ',NOT REPROCESSED'
              MOVE 'Y'                TO WS-INPUT-REFUSED
           END-IF.

           OPEN INPUT MERGE-IN-FILE.

       1500-EXIT.
           EXIT.

       2000-APPLY-ONE-MERGE.

           READ MERGE-IN-FILE
           MOVE AK-ACK-DATE           TO WS-SV-ACK-DATE.
           MOVE AK-SSA-MBI            TO WS-SV-SSA-MBI.
           MOVE AK-ATTEMPTS           TO WS-SV-ATTEMPTS.
           MOVE AK-REPLACE-FLAG       TO WS-SV-REPLACE-FLAG.

           MOVE 'ACKMAST '            TO MJ-FILE-ID.
           MOVE 'D'                   TO MJ-ACTION.
           MOVE WS-SV-ACK-DATE        TO AK-ACK-DATE.
           MOVE WS-SV-SSA-MBI         TO AK-SSA-MBI.
           MOVE WS-SV-ATTEMPTS        TO AK-ATTEMPTS.
           MOVE WS-SV-REPLACE-FLAG    TO AK-REPLACE-FLAG.

           WRITE ACK-MASTER-REC
             INVALID KEY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.
           IF INPUT-REFUSED
              MOVE 08                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

