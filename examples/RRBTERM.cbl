      * HONORS BY SKIPPING THAT BENEFICIARY'S ROWS.
      *
      * NOTICE RECORD (TERMIN): RRB HIC(12), NOTICE TYPE(1) -
      * 'D' DECEASED, 'T' ENTITLEMENT TERMINATED, 'R' REINSTATEMENT,
      * 'X' DEATH REVERSAL - EVENT DATE YYYYMMDD(8), REVERSAL
      * REASON(3). THE REASON IS REQUIRED ON R AND X AND IGNORED ON
      * D AND T, SO AN OLD 21-BYTE NOTICE FILE STILL READS.
      *
      * THE RRB SENDS A REVERSAL WHEN A TERMINATION WAS WRONG - A
      * MISREPORTED DEATH, OR AN ENTITLEMENT RESTORED ON APPEAL. A
      * REINSTATEMENT REVERSES AN ACTIVE 'T', A DEATH REVERSAL AN
      * ACTIVE 'D'; EITHER CLEARS THE MASTER'S TERMINATION STATUS
      * AND DATE AND QUEUES THE BENEFICIARY ON XREQUE, WHICH RRBXMIT
      * RELEASES INTO ITS NEXT BUILD - THE CROSSWALK STOPS SKIPPING
      * THE BENEFICIARY, BUT NOTHING WOULD OTHERWISE RESEND A
      * CONVERSION THE SSA SIDE WAS NEVER GIVEN. A TRANSFER-AWAY
      * STATUS ('X', SET BY XFEROUT) IS NOT A TERMINATION AND IS
      * NEVER CLEARED HERE.
      *
      * EVERY APPLIED NOTICE - ORIGINAL OR REVERSAL - IS APPENDED
      * TO THE TRMHIST TERMINATION HISTORY (COPYBOOK TRMHIST) WITH
      * THE STATUS AND DATE IT REPLACED, SO A CLEARED TERMINATION IS
      * NEVER LOST; RSRCHPKT PRINTS IT IN THE RESEARCH PACKET.
      *
      * A D OR T NOTICE ALSO DROPS THE BENEFICIARY'S ROW FROM THE
      * STAGENT MASTER OF FUTURE-DATED ENTITLEMENTS (COPYBOOK
      * STGEREC) RRBXMIT IS HOLDING FOR RELEASE, JOURNALED THROUGH
      * MSTJRNL, SO A STAGED ENTITLEMENT FOR SOMEONE TERMINATED IN
      * THE MEANTIME IS NEVER RELEASED. NO STAGENT YET (A SITE THAT
      * HAS NEVER STAGED) LEAVES NOTHING TO DROP.
      *
      * NOTICES THAT CANNOT BE APPLIED LAND ON THE SHARED EXCPREC
      * LAYOUT (TRMEXCP) SO EXCPTRI TRIAGES THEM WITH EVERYTHING
      * ELSE. REASON CODES (SOURCE PROGRAM 'RRBTERM '):
      *   01 - RRB HIC NOT ON THE CROSSWALK MASTER
      *   02 - NOTICE TYPE NOT D, T, R OR X
      *   03 - EVENT DATE NOT NUMERIC
      *   04 - REVERSAL MATCHES NO ACTIVE TERMINATION OF ITS KIND
      *        (R WITHOUT A 'T' ON THE MASTER, X WITHOUT A 'D')
      *   05 - REVERSAL WITH NO REVERSAL REASON
      *
      * BEFORE ANY NOTICE IS APPLIED THE FILE IS READ ONCE TO TAKE
      * ITS FINGERPRINT AND REGISTERED WITH THE INFILREG INBOUND-FILE
      * REGISTRY. A NOTICE FILE ALREADY APPLIED ON AN EARLIER RUN IS
      * NOT APPLIED AGAIN - THE RUN ENDS WITH RETURN CODE 8 (INFILREG
      * HAS ALERTED IT) UNLESS THE OPERATOR HAS SET THE INFREPRO
      * OVERRIDE FOR A DELIBERATE REPROCESS.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS TX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT TERM-HIST-FILE  ASSIGN TO TRMHIST
                                  FILE STATUS IS TH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE RETRANSMISSION QUEUE RRBXMIT RELEASES AND EMPTIES.

           SELECT REQUEUE-FILE    ASSIGN TO XREQUE
                                  FILE STATUS IS RQ-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    RRBXMIT'S STAGED FUTURE-DATED ENTITLEMENTS, SAME TEST-
      *    SCOPED DSN TREATMENT.

           SELECT STAGED-ENT-FILE ASSIGN TO WS-STAGENT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SE-SSA-HIC
                                  FILE STATUS IS SE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TERM-NOTICE-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  TERM-NOTICE-REC.
           05  TN-RRB-HIC          PIC X(12).
           05  TN-NOTICE-TYPE      PIC X(01).
               88  TN-DECEASED                VALUE 'D'.
               88  TN-TERMINATED              VALUE 'T'.
               88  TN-REINSTATED              VALUE 'R'.
               88  TN-DEATH-REVERSED          VALUE 'X'.
               88  TN-REVERSAL                VALUE 'R' 'X'.
               88  TN-TYPE-VALID              VALUE 'D' 'T'
                                                    'R' 'X'.
           05  TN-EVENT-DATE       PIC X(08).
           05  TN-REVERSAL-REASON  PIC X(03).

       FD  HIC-XREF-FILE.

           05  HX-LAST-SEEN            PIC  X(26).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
               88  HX-DECEASED                     VALUE 'D'.
               88  HX-TERMINATED                   VALUE 'T'.
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  TERM-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.

           COPY EXCPREC.

       FD  TERM-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY TRMHIST.

      *    SAME 43-BYTE SHAPE AS RRBXMIT'S PENDING-TRANSMISSION
      *    DATASET. THE MASTER CARRIES NO ENTITLEMENT DATE OR CLAIM
      *    TYPE, SO THOSE GO AS SPACES, AS ON AN RRBRWRK RESEND - SSA
      *    MATCHES A RESEND ON THE IDENTIFIERS. RQ-QUEUED-DATE IS THE
      *    REVERSAL'S RUN DATE.

       FD  REQUEUE-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  REQUEUE-REC.
           05  RQ-BIC              PIC X(02).
           05  RQ-SSA-HIC          PIC X(11).
           05  RQ-RRB-HIC          PIC X(12).
           05  RQ-ENT-DATE         PIC X(08).
           05  RQ-CLAIM-TYPE       PIC X(02).
           05  RQ-QUEUED-DATE      PIC X(08).

       FD  STAGED-ENT-FILE.

           COPY STGEREC.

       WORKING-STORAGE SECTION.

       01  TN-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  TX-FILE-STATUS          PIC X(02).
       01  TH-FILE-STATUS          PIC X(02).
       01  RQ-FILE-STATUS          PIC X(02).
       01  SE-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-STAGENT-DSN          PIC X(08).
       01  WS-STAGE-AVAILABLE      PIC X(01)  VALUE 'N'.

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-NOTICES     PIC X(01)  VALUE 'N'.
               88  END-OF-NOTICES             VALUE 'Y'.
           05  WS-INPUT-REFUSED    PIC X(01)  VALUE 'N'.
               88  INPUT-REFUSED              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ         PIC 9(09)  VALUE ZERO.
           05  WS-ALREADY-MARKED       PIC 9(09)  VALUE ZERO.
           05  WS-NOTICES-UNMATCHED    PIC 9(09)  VALUE ZERO.
           05  WS-NOTICES-REJECTED     PIC 9(09)  VALUE ZERO.
           05  WS-REVERSALS-APPLIED    PIC 9(09)  VALUE ZERO.
           05  WS-REVERSALS-UNMATCHED  PIC 9(09)  VALUE ZERO.
           05  WS-BENEFICIARIES-QUEUED PIC 9(09)  VALUE ZERO.
           05  WS-STAGED-DROPPED       PIC 9(09)  VALUE ZERO.

       01  WS-REJECT-REASON        PIC X(02)  VALUE SPACE.

       01  WS-PRIOR-STATUS         PIC X(01)  VALUE SPACE.
       01  WS-PRIOR-DATE           PIC X(08)  VALUE SPACE.

       01  WS-RUN-START-TIMESTAMP  PIC X(26)  VALUE SPACE.

      *    PARAMETERS FOR MASKHIC - SAME LAYOUT AS MASKHIC'S OWN
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

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

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'STAGENTT'          TO  WS-STAGENT-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'STAGENT '          TO  WS-STAGENT-DSN
           END-IF.

           MOVE 'RRBTERM '             TO MJ-SOURCE-PGM.
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-REGISTER-TERMIN
              THRU 1500-EXIT.

           IF INPUT-REFUSED
              MOVE 'Y' TO NO-MORE-NOTICES
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O HIC-XREF-FILE.

           IF HX-FILE-STATUS NOT = '00'
              OPEN OUTPUT TERM-EXCP-FILE
           END-IF.

           OPEN EXTEND TERM-HIST-FILE.
           IF TH-FILE-STATUS NOT = '00'
              OPEN OUTPUT TERM-HIST-FILE
           END-IF.
           IF TH-FILE-STATUS NOT = '00'
              DISPLAY 'RRBTERM,UNABLE TO OPEN TRMHIST,'
                      TH-FILE-STATUS
           END-IF.

           OPEN EXTEND REQUEUE-FILE.
           IF RQ-FILE-STATUS NOT = '00'
              OPEN OUTPUT REQUEUE-FILE
           END-IF.
           IF RQ-FILE-STATUS NOT = '00'
              DISPLAY 'RRBTERM,UNABLE TO OPEN XREQUE,'
                      RQ-FILE-STATUS
           END-IF.

      *    STAGENT IS RRBXMIT'S TO CREATE - ONE NOT THERE YET ('35')
      *    HOLDS NOTHING TO DROP AND IS NOT WORTH A WORD.

           OPEN I-O STAGED-ENT-FILE.
           IF SE-FILE-STATUS = '00'
              MOVE 'Y' TO WS-STAGE-AVAILABLE
           ELSE
              IF SE-FILE-STATUS NOT = '35'
                 DISPLAY 'RRBTERM,UNABLE TO OPEN STAGED-ENT-FILE,'
                         SE-FILE-STATUS ',STAGED ROWS NOT DROPPED'
              END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *    FINGERPRINTS THE NOTICE FILE IN ONE PASS AND REGISTERS IT
      *    WITH THE INBOUND-FILE REGISTRY, THEN REOPENS IT FOR THE
      *    APPLY PASS. THE FILE CARRIES NO HEADER OR TRAILER, SO THE
      *    FINGERPRINT IS ITS WHOLE IDENTITY.

       1500-REGISTER-TERMIN.

           MOVE ZERO                  TO IR-RECORD-COUNT
                                         IR-HASH-TOTAL.

           PERFORM UNTIL END-OF-NOTICES
               READ TERM-NOTICE-FILE
                 AT END
                   MOVE 'Y'           TO NO-MORE-NOTICES
                 NOT AT END
                   MOVE 'F'           TO IR-FUNCTION
                   MOVE TERM-NOTICE-REC
                                      TO IR-RECORD-AREA
                   MOVE 24            TO IR-RECORD-LENGTH
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
               END-READ
           END-PERFORM.

           CLOSE TERM-NOTICE-FILE.
           MOVE 'N'                   TO NO-MORE-NOTICES.

           MOVE 'R'                   TO IR-FUNCTION.
           MOVE 'RRBTERM '            TO IR-SOURCE-PGM.
           MOVE 'TERMIN  '            TO IR-FILE-CLASS
                                         IR-DDNAME.
           MOVE SPACE                 TO IR-HEADER-DATE
                                         IR-SOURCE-CODE.
           MOVE 'F'                   TO IR-ID-KIND.
           MOVE 'N'                   TO IR-RESTART.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

           IF IR-RETURN-CODE > 4
              DISPLAY 'RRBTERM,TERMIN ALREADY APPLIED BY '
                      IR-FIRST-PGM ' AT ' IR-FIRST-TIMESTAMP
                      ',NOT REPROCESSED'
              MOVE 'Y'                TO WS-INPUT-REFUSED
           END-IF.

           OPEN INPUT TERM-NOTICE-FILE.

       1500-EXIT.
           EXIT.

      *    READS ONE NOTICE, EDITS IT, AND APPLIES IT TO THE MATCHED
      *    MASTER RECORD.

       2000-APPLY-ONE-NOTICE.


           MOVE SPACE                 TO WS-REJECT-REASON.

           IF  NOT TN-TYPE-VALID
               MOVE '02'              TO WS-REJECT-REASON
           ELSE
           IF  TN-EVENT-DATE          NOT NUMERIC
               MOVE '03'              TO WS-REJECT-REASON
           ELSE
           IF  TN-REVERSAL
           AND TN-REVERSAL-REASON     = SPACE
               MOVE '05'              TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF.

                  THRU 2200-EXIT
               ADD 1                  TO WS-NOTICES-UNMATCHED
             NOT INVALID KEY
               PERFORM 2100-APPLY-TO-MASTER
                  THRU 2100-EXIT
           END-READ.

       2000-EXIT.
           EXIT.

      *    A D OR T NOTICE MARKS THE RECORD; ONE FOR A RECORD ALREADY
      *    MARKED IS APPLIED AGAIN (THE LATEST NOTICE STANDS) AND
      *    COUNTED SEPARATELY. A REVERSAL CLEARS THE MARK ONLY WHEN
      *    IT IS THE KIND THE REVERSAL UNDOES, AND QUEUES THE
      *    BENEFICIARY FOR RETRANSMISSION. EITHER WAY THE HISTORY
      *    ROW KEEPS WHAT THE MASTER CARRIED BEFORE.

       2100-APPLY-TO-MASTER.

           MOVE HX-TERM-STATUS        TO WS-PRIOR-STATUS.
           MOVE HX-TERM-DATE          TO WS-PRIOR-DATE.

           IF TN-REVERSAL
              IF (TN-REINSTATED     AND HX-TERMINATED)
              OR (TN-DEATH-REVERSED AND HX-DECEASED)
                 MOVE SPACE           TO HX-TERM-STATUS
                                         HX-TERM-DATE
              ELSE
                 MOVE '04'            TO WS-REJECT-REASON
                 PERFORM 2200-WRITE-TERM-EXCEPTION
                    THRU 2200-EXIT
                 ADD 1                TO WS-REVERSALS-UNMATCHED
                 GO TO 2100-EXIT
              END-IF
           ELSE
              IF HX-TERM-STATUS NOT = SPACE
                 ADD 1                TO WS-ALREADY-MARKED
              END-IF
              MOVE TN-NOTICE-TYPE     TO HX-TERM-STATUS
              MOVE TN-EVENT-DATE      TO HX-TERM-DATE
           END-IF.

           REWRITE HIC-XREF-REC.
           MOVE 'R'                   TO MJ-ACTION.
           MOVE HIC-XREF-REC          TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           PERFORM 2300-WRITE-TERM-HISTORY
              THRU 2300-EXIT.

           IF TN-REVERSAL
              ADD 1                   TO WS-REVERSALS-APPLIED
              PERFORM 2400-QUEUE-RETRANSMISSION
                 THRU 2400-EXIT
           ELSE
              ADD 1                   TO WS-NOTICES-APPLIED
              PERFORM 2500-DROP-STAGED-ENTITLEMENT
                 THRU 2500-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-WRITE-TERM-EXCEPTION.

           MOVE 'RRBTERM '            TO EXCP-SOURCE-PGM.
       2200-EXIT.
           EXIT.

       2300-WRITE-TERM-HISTORY.

           IF TH-FILE-STATUS NOT = '00'
              GO TO 2300-EXIT
           END-IF.

           MOVE SPACE                 TO TERM-HISTORY-REC.
           MOVE TN-RRB-HIC            TO TH-RRB-HIC.
           MOVE TN-NOTICE-TYPE        TO TH-NOTICE-TYPE.
           MOVE TN-EVENT-DATE         TO TH-EVENT-DATE.
           IF TN-REVERSAL
              MOVE TN-REVERSAL-REASON TO TH-REVERSAL-REASON
           END-IF.
           MOVE WS-PRIOR-STATUS       TO TH-PRIOR-STATUS.
           MOVE WS-PRIOR-DATE         TO TH-PRIOR-DATE.
           MOVE FUNCTION CURRENT-DATE TO TH-APPLIED-TIMESTAMP.

           WRITE TERM-HISTORY-REC.

       2300-EXIT.
           EXIT.

      *    A BENEFICIARY WITH NO SSA HIC ON THE CROSSWALK HAS NOTHING
      *    TO RESEND YET - THE NIGHTLY CONVERSION WILL SEND IT WHEN
      *    IT HAS ONE.

       2400-QUEUE-RETRANSMISSION.

           IF RQ-FILE-STATUS NOT = '00'
           OR HX-SSA-HIC = SPACE
              GO TO 2400-EXIT
           END-IF.

           MOVE SPACE                 TO REQUEUE-REC.
           MOVE HX-SSA-HIC (10:2)     TO RQ-BIC.
           MOVE HX-SSA-HIC            TO RQ-SSA-HIC.
           MOVE HX-RRB-HIC            TO RQ-RRB-HIC.
           MOVE WS-RUN-START-TIMESTAMP (1:8)
                                      TO RQ-QUEUED-DATE.

           WRITE REQUEUE-REC.

           ADD 1                      TO WS-BENEFICIARIES-QUEUED.

       2400-EXIT.
           EXIT.

      *    A TERMINATED BENEFICIARY'S STAGED ENTITLEMENT MUST NEVER
      *    RELEASE. THE JOURNAL IMAGE IS THE ROW AS IT STOOD.

       2500-DROP-STAGED-ENTITLEMENT.

           IF WS-STAGE-AVAILABLE NOT = 'Y'
           OR HX-SSA-HIC = SPACE
              GO TO 2500-EXIT
           END-IF.

           MOVE HX-SSA-HIC            TO SE-SSA-HIC.

           READ STAGED-ENT-FILE
             INVALID KEY
               GO TO 2500-EXIT
           END-READ.

           DELETE STAGED-ENT-FILE
             INVALID KEY
               GO TO 2500-EXIT
           END-DELETE.

           MOVE 'STAGENT '            TO MJ-FILE-ID.
           MOVE 'D'                   TO MJ-ACTION.
           MOVE STAGED-ENT-REC        TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           MOVE 'HICXREF '            TO MJ-FILE-ID.

           ADD 1                      TO WS-STAGED-DROPPED.

       2500-EXIT.
           EXIT.

       8000-TERMINATE.

           IF TN-FILE-STATUS = '00' OR TN-FILE-STATUS = '10'
           IF TX-FILE-STATUS = '00'
              CLOSE TERM-EXCP-FILE
           END-IF.
           IF TH-FILE-STATUS = '00'
              CLOSE TERM-HIST-FILE
           END-IF.
           IF RQ-FILE-STATUS = '00'
              CLOSE REQUEUE-FILE
           END-IF.
           IF WS-STAGE-AVAILABLE = 'Y'
              CLOSE STAGED-ENT-FILE
           END-IF.

           DISPLAY 'RRBTERM,NOTICES READ,' WS-NOTICES-READ.
           DISPLAY 'RRBTERM,NOTICES APPLIED,' WS-NOTICES-APPLIED.
                   WS-NOTICES-UNMATCHED.
           DISPLAY 'RRBTERM,NOTICES REJECTED,'
                   WS-NOTICES-REJECTED.
           DISPLAY 'RRBTERM,REVERSALS APPLIED,'
                   WS-REVERSALS-APPLIED.
           DISPLAY 'RRBTERM,REVERSALS WITH NO ACTIVE TERMINATION,'
                   WS-REVERSALS-UNMATCHED.
           DISPLAY 'RRBTERM,QUEUED FOR RETRANSMISSION,'
                   WS-BENEFICIARIES-QUEUED.
           DISPLAY 'RRBTERM,STAGED ENTITLEMENTS DROPPED,'
                   WS-STAGED-DROPPED.

      *    ONE RUN-LEDGER RECORD PER EXECUTION - UNMATCHED OR
      *    MALFORMED NOTICES ARE A WARNING, A CLEAN APPLY IS OK, A
      *    NOTICE FILE REFUSED AS A REPEAT IS A REJECT.

           MOVE 'RRBTERM '            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'TERMIN  '            TO RL-INPUT-DDNAME.
           MOVE WS-NOTICES-READ       TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-ACCEPTED =
                   WS-NOTICES-APPLIED + WS-REVERSALS-APPLIED.
           COMPUTE RL-RECORDS-REJECTED =
                   WS-NOTICES-UNMATCHED + WS-NOTICES-REJECTED
                 + WS-REVERSALS-UNMATCHED.
           IF RL-RECORDS-REJECTED > ZERO
              MOVE 04                 TO RL-SEVERITY
           ELSE
              MOVE 00                 TO RL-SEVERITY
           END-IF.
           IF INPUT-REFUSED
              MOVE 08                 TO RL-SEVERITY
           END-IF.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

