      * THE LISTING GOES THROUGH THE SHARED RPTWRITE SERVICE;
      * IDENTIFIERS ARE MASKED UNDER THE SITE MASKING SWITCH LIKE
      * EVERY OTHER EYEBALL SURFACE.
      *
      * THE ENROLLMENT FILE IS FINGERPRINTED AND REGISTERED WITH THE
      * INFILREG INBOUND-FILE REGISTRY BEFORE THE SORT. A FILE ALREADY
      * RECONCILED ON AN EARLIER RUN IS NOT WALKED AGAIN - THE RUN
      * ENDS WITH RETURN CODE 8 (INFILREG HAS ALERTED IT) UNLESS THE
      * OPERATOR HAS SET THE INFREPRO OVERRIDE.

       ENVIRONMENT DIVISION.

           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       FD  HIC-XREF-FILE.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  NO-MORE-ENROLL      PIC X(01)  VALUE 'N'.
               88  END-OF-ENROLL              VALUE 'Y'.
           05  WS-INPUT-REFUSED    PIC X(01)  VALUE 'N'.
               88  INPUT-REFUSED              VALUE 'Y'.
           05  NO-MORE-SORTED      PIC X(01)  VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  NO-MORE-MASTER      PIC X(01)  VALUE 'N'.
           05  WS-TOT-MATCHED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(72)  VALUE SPACE.

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
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF NOT INPUT-REFUSED
              SORT SORT-WORK-1 ASCENDING SORT-SSA-HIC
                 INPUT PROCEDURE IS 2000-RELEASE-ENROLLMENT
                              THRU 2000-EXIT
                 OUTPUT PROCEDURE IS 3000-MATCH-AGAINST-ACKMAST
                              THRU 3000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
           END-IF.

           PERFORM 1500-REGISTER-SSAENRL
              THRU 1500-EXIT.

           MOVE 'I'                   TO RW-FUNCTION.
           MOVE 'SSARECON - ANNUAL SSA ENROLLMENT RECONCILIATION'
                                      TO RW-TITLE.
       1000-EXIT.
           EXIT.

      *    FINGERPRINTS THE ENROLLMENT FILE IN ONE PASS AND REGISTERS
      *    IT WITH THE INBOUND-FILE REGISTRY. THE FILE CARRIES NO
      *    HEADER OR TRAILER, SO THE FINGERPRINT IS ITS WHOLE
      *    IDENTITY. A FILE THAT WON'T OPEN IS LEFT TO THE SORT'S
      *    INPUT PROCEDURE TO REPORT.

       1500-REGISTER-SSAENRL.

           OPEN INPUT ENROLL-IN-FILE.

           IF EN-FILE-STATUS NOT = '00'
              GO TO 1500-EXIT
           END-IF.

           MOVE ZERO                  TO IR-RECORD-COUNT
                                         IR-HASH-TOTAL.

           PERFORM UNTIL END-OF-ENROLL
               READ ENROLL-IN-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-ENROLL
                 NOT AT END
                   MOVE 'F'           TO IR-FUNCTION
                   MOVE ENROLL-IN-REC TO IR-RECORD-AREA
                   MOVE 22            TO IR-RECORD-LENGTH
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
               END-READ
           END-PERFORM.

           CLOSE ENROLL-IN-FILE.
           MOVE 'N'                   TO NO-MORE-ENROLL.

           MOVE 'R'                   TO IR-FUNCTION.
           MOVE 'SSARECON'            TO IR-SOURCE-PGM.
           MOVE 'SSAENRL '            TO IR-FILE-CLASS
                                         IR-DDNAME.
           MOVE SPACE                 TO IR-HEADER-DATE
                                         IR-SOURCE-CODE.
           MOVE 'F'                   TO IR-ID-KIND.
           MOVE 'N'                   TO IR-RESTART.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

           IF IR-RETURN-CODE > 4
              DISPLAY 'SSARECON,SSAENRL ALREADY RECONCILED BY '
                      IR-FIRST-PGM ' AT ' IR-FIRST-TIMESTAMP
                      ',NOT REPROCESSED'
              MOVE 'Y'                TO WS-INPUT-REFUSED
           END-IF.

       1500-EXIT.
           EXIT.

       2000-RELEASE-ENROLLMENT.

           OPEN INPUT ENROLL-IN-FILE.
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.
           IF INPUT-REFUSED
              MOVE 08                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

