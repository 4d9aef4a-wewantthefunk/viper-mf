
      *    HX-TERM-STATUS/HX-TERM-DATE RECORD A DEATH ('D') OR
      *    ENTITLEMENT TERMINATION ('T') NOTICE RRBTERM MATCHED TO
      *    THIS RECORD - SPACES FOR AN ACTIVE BENEFICIARY - OR A
      *    TRANSFER TO ANOTHER SITE ('X', DATED THE DAY XFEROUT
      *    PACKAGED IT). THE TRANSMISSION BUILDER SKIPS TERMINATED
      *    AND TRANSFERRED RECORDS.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  XREF-WORK-FILE
           RECORD CONTAINS 51 CHARACTERS.
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR TBLVERS - SAME LAYOUT AS TBLVERS'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY LOAD OF A VERSIONED CONTROL
      *    TABLE IS REPORTED SO RUNLEDG CAN CARRY THE VERSION LOADED.

       01  WS-TBLVERS-PARAMETERS.
           05  TL-FUNCTION             PIC  X(01).
           05  TL-TABLE-ID             PIC  X(08).
           05  TL-RECORD-LENGTH        PIC  9(04).
           05  TL-RECORD-AREA          PIC  X(80).
           05  TL-SLOT-VERSIONS        PIC  X(20).
           05  TL-RETURN-CODE          PIC  9(02).

       LINKAGE SECTION.

       01  RRBTOSSA-PARAMETERS.

           MOVE  15                    TO  WS-XWALK-COUNT.

           MOVE  'B'                   TO  TL-FUNCTION.
           MOVE  'BICXWLK '            TO  TL-TABLE-ID.
           CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS.

           OPEN INPUT BIC-XWALK-FILE.

           IF  BX-FILE-STATUS          =  '00'
                     AT END
                       MOVE  'Y'              TO  WS-XWALK-FILE-EOF
                     NOT AT END
                       MOVE  'F'            TO  TL-FUNCTION
                       MOVE  24             TO  TL-RECORD-LENGTH
                       MOVE  BIC-XWALK-REC  TO  TL-RECORD-AREA
                       CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
                       MOVE  BXF-EFF-DATE  TO  WS-ROW-EFF-DATE
                       MOVE  BXF-EXP-DATE  TO  WS-ROW-EXP-DATE
                       PERFORM 0250-CHECK-IN-FORCE
                   END-READ
               END-PERFORM
               CLOSE BIC-XWALK-FILE
               MOVE  'E'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           ELSE
               MOVE  'D'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           END-IF.

           PERFORM 0150-BUILD-PREFIX-DIR

           MOVE  3                     TO  WS-RANGE-COUNT.

           MOVE  'B'                   TO  TL-FUNCTION.
           MOVE  'BICRANGE'            TO  TL-TABLE-ID.
           CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS.

           OPEN INPUT BIC-RANGE-FILE.

           IF  BR-FILE-STATUS          =  '00'
                     AT END
                       MOVE  'Y'          TO  WS-RANGE-FILE-EOF
                     NOT AT END
                       MOVE  'F'            TO  TL-FUNCTION
                       MOVE  29             TO  TL-RECORD-LENGTH
                       MOVE  BIC-RANGE-REC  TO  TL-RECORD-AREA
                       CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
                       MOVE  BRF-EFF-DATE  TO  WS-ROW-EFF-DATE
                       MOVE  BRF-EXP-DATE  TO  WS-ROW-EXP-DATE
                       PERFORM 0250-CHECK-IN-FORCE
                   END-READ
               END-PERFORM
               CLOSE BIC-RANGE-FILE
               MOVE  'E'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           ELSE
               MOVE  'D'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           END-IF.

           SET  RANGE-LOADED           TO  TRUE.
               MOVE  SPACE              TO  HX-MISMATCH-FLAG
               MOVE  SPACE              TO  HX-TERM-STATUS
               MOVE  SPACE              TO  HX-TERM-DATE
               MOVE  SPACE              TO  HX-SUPERSEDED-BY
                                            HX-SUPERSEDES
               WRITE HIC-XREF-REC
               MOVE  'HICXREF '         TO  MJ-FILE-ID
               MOVE  'W'                TO  MJ-ACTION
