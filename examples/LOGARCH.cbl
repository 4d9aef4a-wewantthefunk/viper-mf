      * DAY'S RECORDS BACK OUT BY DATE. THIRTY DAYS OF HISTORY IS
      * THE ELIGIBILITY UNIT'S STATED REQUIREMENT - THE JCL'S
      * GENERATION RETENTION ON THE HISTORY DATASETS ENFORCES THAT.
      * THE FIGURE OF RECORD IS NOW THE LOGHIST ROW OF THE SITE'S
      * RETNSCHD RETENTION SCHEDULE, DISPLAYED EACH RUN SO THE
      * GENERATION COUNT CAN BE CHECKED AGAINST IT, AND RETNCMPL
      * REPORTS ANY HISTORY KEPT PAST IT.
      *
      * THE GENERATION ROLL-OFF CANNOT TELL ONE RECORD FROM ANOTHER,
      * SO A RECORD CARRYING THE RRB OR SSA HIC OF ANY LEGAL HOLD IN
      * FORCE ON THE LGLHOLD REGISTRY (FOUND THROUGH HOLDCHK) IS ALSO
      * COPIED TO THE LOGHOLDH PRESERVATION FILE, WHICH NO GENERATION
      * RETENTION TOUCHES, AND THE SKIP IS WRITTEN TO THE SHARED
      * HOLDSKIP FILE.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS CH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLD-PRESERVE-FILE
                                  ASSIGN TO LOGHOLDH
                                  FILE STATUS IS LH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT HOLD-SKIP-FILE  ASSIGN TO HOLDSKIP
                                  FILE STATUS IS HK-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05  CH-BUSINESS-DATE    PIC X(08).
           05  CH-LOG-IMAGE        PIC X(56).

      *    A HELD RECORD AS IT WENT INTO ITS HISTORY FILE, WITH THE
      *    DDNAME OF THE LOG IT CAME FROM.

       FD  HOLD-PRESERVE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  HOLD-PRESERVE-REC.
           05  LH-BUSINESS-DATE    PIC X(08).
           05  LH-DDNAME           PIC X(08).
           05  LH-LOG-IMAGE        PIC X(64).

       FD  HOLD-SKIP-FILE
           RECORD CONTAINS 81 CHARACTERS.

           COPY HOLDSKIP.

       WORKING-STORAGE SECTION.

       01  EX-FILE-STATUS          PIC X(02).
       01  CG-FILE-STATUS          PIC X(02).
       01  EH-FILE-STATUS          PIC X(02).
       01  CH-FILE-STATUS          PIC X(02).
       01  LH-FILE-STATUS          PIC X(02).
       01  HK-FILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  NO-MORE-EXCP        PIC X(01)  VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-EXCP-ARCHIVED        PIC 9(09)  VALUE ZERO.
           05  WS-CTGD-ARCHIVED        PIC 9(09)  VALUE ZERO.
           05  WS-HELD-PRESERVED       PIC 9(09)  VALUE ZERO.

      *    THE LOG BEING ARCHIVED AND THE RECORD JUST READ, FOR THE
      *    HOLD SCAN.

       01  WS-SCAN-DDNAME          PIC X(08)  VALUE SPACE.
       01  WS-SCAN-IMAGE           PIC X(64)  VALUE SPACE.

       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.

           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

      *    PARAMETERS FOR RETNLOOK - SAME LAYOUT AS RETNLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC  X(08).
           05  RN-UNIT                 PIC  X(01).
           05  RN-DEFAULT              PIC  9(05).
           05  RN-PERIOD               PIC  9(05).
           05  RN-SOURCE               PIC  X(01).
           05  RN-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR HOLDCHK - SAME LAYOUT AS HOLDCHK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-HOLDCHK-PARAMETERS.
           05  HC-FUNCTION             PIC  X(01).
           05  HC-ID-TYPE              PIC  X(01).
           05  HC-KEY                  PIC  X(12).
           05  HC-IMAGE                PIC  X(135).
           05  HC-HELD                 PIC  X(01).
               88  HC-UNDER-HOLD                   VALUE 'Y'.
           05  HC-HOLD-TYPE            PIC  X(01).
           05  HC-HOLD-ID              PIC  X(12).
           05  HC-REASON               PIC  X(30).
           05  HC-REQUESTER            PIC  X(20).
           05  HC-RELEASE-DATE         PIC  X(08).
           05  HC-ACTIVE-HOLDS         PIC  9(04).

       PROCEDURE DIVISION.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           MOVE 'LOGHIST '            TO RN-CLASS.
           MOVE 'D'                   TO RN-UNIT.
           MOVE 30                    TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

      *    A BLANK-KEY LOOKUP LOADS THE REGISTRY AND ANSWERS HOW MANY
      *    HOLDS ARE IN FORCE - WITH NONE, NO RECORD IS SCANNED.

           MOVE 'K'                   TO HC-FUNCTION.
           MOVE SPACE                 TO HC-ID-TYPE
                                         HC-KEY.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           PERFORM 1000-ARCHIVE-EXCEPTIONS
              THRU 1000-EXIT.

                   WS-EXCP-ARCHIVED.
           DISPLAY 'LOGARCH,CATEGORIZED RECORDS ARCHIVED,'
                   WS-CTGD-ARCHIVED.
           DISPLAY 'LOGARCH,HELD RECORDS PRESERVED,'
                   WS-HELD-PRESERVED.
           DISPLAY 'LOGARCH,SCHEDULED HISTORY RETENTION DAYS,'
                   RN-PERIOD.

           IF LH-FILE-STATUS = '00'
              CLOSE HOLD-PRESERVE-FILE
                    HOLD-SKIP-FILE
           END-IF.

           STOP RUN.

                                       TO EH-LOG-IMAGE
                   WRITE EXCP-HISTORY-REC
                   ADD 1               TO WS-EXCP-ARCHIVED
                   IF HC-ACTIVE-HOLDS > ZERO
                      MOVE 'CPLEXCP ' TO WS-SCAN-DDNAME
                      MOVE EXCEPTION-LOG-REC
                                       TO WS-SCAN-IMAGE
                      PERFORM 3000-PRESERVE-IF-HELD
                         THRU 3000-EXIT
                   END-IF
               END-READ
           END-PERFORM.

                                       TO CH-LOG-IMAGE
                   WRITE CTGD-HISTORY-REC
                   ADD 1               TO WS-CTGD-ARCHIVED
                   IF HC-ACTIVE-HOLDS > ZERO
                      MOVE 'CPLCTGD ' TO WS-SCAN-DDNAME
                      MOVE CATEGORIZED-LOG-REC
                                       TO WS-SCAN-IMAGE
                      PERFORM 3000-PRESERVE-IF-HELD
                         THRU 3000-EXIT
                   END-IF
               END-READ
           END-PERFORM.


       2000-EXIT.
           EXIT.

      *    THE PRESERVATION AND SKIP FILES ARE OPENED ON THE FIRST
      *    HELD RECORD, SO A NIGHT WITH NONE LEAVES THEM UNTOUCHED.

       3000-PRESERVE-IF-HELD.

           MOVE 'S'                   TO HC-FUNCTION.
           MOVE SPACE                 TO HC-IMAGE.
           MOVE WS-SCAN-IMAGE         TO HC-IMAGE.
           CALL 'HOLDCHK' USING WS-HOLDCHK-PARAMETERS.

           IF NOT HC-UNDER-HOLD
              GO TO 3000-EXIT
           END-IF.

           IF LH-FILE-STATUS NOT = '00'
              OPEN EXTEND HOLD-PRESERVE-FILE
              IF LH-FILE-STATUS NOT = '00'
                 OPEN OUTPUT HOLD-PRESERVE-FILE
              END-IF
              OPEN EXTEND HOLD-SKIP-FILE
              IF HK-FILE-STATUS NOT = '00'
                 OPEN OUTPUT HOLD-SKIP-FILE
              END-IF
           END-IF.

           MOVE WS-BUSINESS-DATE      TO LH-BUSINESS-DATE.
           MOVE WS-SCAN-DDNAME        TO LH-DDNAME.
           MOVE WS-SCAN-IMAGE         TO LH-LOG-IMAGE.
           WRITE HOLD-PRESERVE-REC.

           MOVE 'LOGARCH '            TO HK-SOURCE-PGM.
           MOVE 'LOGHIST '            TO HK-CLASS.
           MOVE SPACE                 TO HK-ITEM.
           MOVE WS-SCAN-DDNAME        TO HK-ITEM (1:8).
           MOVE WS-BUSINESS-DATE      TO HK-ITEM (10:8).
           MOVE HC-HOLD-TYPE          TO HK-HOLD-TYPE.
           MOVE HC-HOLD-ID            TO HK-HOLD-ID.
           MOVE WS-BUSINESS-DATE      TO HK-SKIP-DATE.
           WRITE HOLD-SKIP-REC.

           ADD 1                      TO WS-HELD-PRESERVED.

       3000-EXIT.
           EXIT.
