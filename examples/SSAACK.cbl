      *   N - SSA HIC WE NEVER TRANSMITTED (NOT ON THE MASTER)
      *   F - RETURN RECORD FAILED ITS FORMAT EDITS
      *   R - SSA-SIDE REJECT NEEDING REWORK
      *   M - ACCEPTED WITH AN MBI THAT FAILED THE MBIEDIT FORMAT
      *       EDIT (POSITION CLASSES, EXCLUDED LETTERS) - THE
      *       ACKNOWLEDGMENT IS STILL RECORDED, BUT THE MBI IS NOT
      *       POSTED ANYWHERE; AX-SSA-MBI CARRIES IT AS RECEIVED
      *   U - ACKNOWLEDGMENT KEYED BY AN MBI THE MBIXREF COMPANION
      *       DOES NOT CARRY (OR THE COMPANION COULD NOT BE OPENED)
      *       AND THE MBIHIST HISTORY DOES NOT KNOW AS RETIRED
      *   O - TRANSMITTED WITH NO ACKNOWLEDGMENT AFTER THE SITE-SET
      *       NUMBER OF DAYS (ACKCTL, DEFAULT 10) - FOUND BY SWEEPING
      *       THE MASTER FOR STALE PENDING RECORDS AT END OF JOB
      *   T - ACKNOWLEDGMENT FOR A BENEFICIARY XFEROUT HAS SINCE
      *       TRANSFERRED TO ANOTHER SITE (AK-ACK-STATUS 'X') - NOT
      *       POSTED; THE RECEIVING SITE OWNS THE RECORD NOW
      *
      * BEFORE ANY MATCHING, THE WHOLE ACKIN FILE IS READ ONCE AND
      * ITS RECORD COUNT AND HASH TOTAL (THE SSA HIC DIGIT POSITIONS,
      * 8, ALERT RAISED) BEFORE A SINGLE MASTER RECORD IS TOUCHED. A
      * FILE WITH NO TRAILER IS A LEGACY CUT AND PROCESSES UNVERIFIED.
      *
      * A FILE THAT PASSES (OR HAS NO TRAILER) IS THEN REGISTERED WITH
      * THE INFILREG INBOUND-FILE REGISTRY - BY ITS TRAILER COUNT AND
      * HASH, OR FOR A LEGACY CUT BY A FINGERPRINT TAKEN ON THE SAME
      * VERIFY PASS. A RETURN FILE ALREADY APPLIED ON AN EARLIER RUN
      * STOPS THE JOB THE SAME WAY (RETURN CODE 8, ALERT RAISED BY
      * INFILREG) - APPLYING IT AGAIN WOULD DOUBLE EVERY ATTEMPT
      * COUNT ON ACKMAST - UNLESS THE OPERATOR HAS SET THE INFREPRO
      * OVERRIDE FOR A DELIBERATE REPROCESS.
      *
      * RETURN RECORD (ACKIN): SSA HIC(11), STATUS A/R(1),
      * REASON(3), ACK DATE YYYYMMDD(8), AND - SINCE THE SSA SIDE
      * BEGAN ASSIGNING MBIS - THE NEW MEDICARE BENEFICIARY
      * ON AN ACCEPTED RECORD IS POSTED TO THE MATCHED ACKMAST RECORD
      * AND THROUGH ITS RRB HIC TO THE HIC CROSSWALK MASTER, SO THE
      * NIGHTLY SSAXBLD REBUILD CARRIES IT ONTO THE SSAXREF COMPANION
      * AND THE INQUIRY SCREENS SHOW IT. THE MBI-KEYED MBIXREF
      * COMPANION (MBI TO RRB HIC AND SSA HIC, READ BY THE MBIINQ
      * SCREEN) IS UPSERTED HERE AS EACH MBI POSTS, SINCE THIS IS
      * THE ONLY PLACE AN MBI ENTERS THE SYSTEM - A REPLACED MBI'S
      * OLD COMPANION RECORD IS DELETED - AND SSAXBLD'S NIGHTLY
      * REBUILD SQUARES IT WITH THE MASTER.
      *
      * ONCE RRBXMIT SENDS MBI-PRIMARY (XM) DETAILS, SSA ANSWERS
      * THEM KEYED BY THE MBI: THE FIRST ELEVEN BYTES CARRY THE MBI
      * INSTEAD OF THE SSA HIC. SUCH A RECORD IS KNOWN BY ITS SECOND
      * BYTE - ALWAYS A LETTER IN AN MBI, ALWAYS A DIGIT IN AN SSA
      * HIC. THE MBI MUST PASS MBIEDIT (CLASS 'F' OTHERWISE) AND IS
      * RESOLVED TO ITS SSA HIC THROUGH THE MBIXREF COMPANION; THE
      * RECORD THEN MATCHES AND POSTS EXACTLY AS AN SSA-HIC-KEYED
      * ONE, WITH THE KEYING MBI AS ITS MBI. AN MBI-KEYED DETAIL
      * COUNTS TOWARD THE 'AT' TRAILER BUT ADDS NOTHING TO ITS HASH,
      * WHOSE DIGIT POSITIONS ARE NEVER ALL DIGITS IN AN MBI.

       ENVIRONMENT DIVISION.

                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

      *    THE MBI-KEYED COMPANION SSAXBLD REBUILDS - KEPT CURRENT
      *    HERE BETWEEN REBUILDS. TEST-SCOPED DSN UNDER BTCHTEST.

           SELECT MBI-XREF-FILE   ASSIGN TO WS-MBIXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS MB-SSA-MBI
                                  FILE STATUS IS MB-FILE-STATUS.

      *    THE MBI HISTORY MBIREIS KEEPS - READ ONLY, SO A RETIRED
      *    MBI SSA STILL QUOTES ON A RETURN IS NOT POSTED BACK OVER
      *    ITS REPLACEMENT. TEST-SCOPED DSN UNDER BTCHTEST.

           SELECT MBI-HIST-FILE   ASSIGN TO WS-MBIHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HS-MBI
                                  FILE STATUS IS HS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  AI-SSA-MBI          PIC X(11).

      *    TRAILER VIEW - 'AT' IN THE FIRST TWO BYTES CANNOT COLLIDE
      *    WITH A REAL DETAIL: AN SSA HIC'S SECOND BYTE IS ALWAYS A
      *    DIGIT, AND AN MBI'S FIRST BYTE IS ALWAYS A DIGIT.

       01  ACK-IN-TRL REDEFINES ACK-IN-REC.
           05  AT-RECORD-TYPE      PIC X(02).
           05  AT-HASH             PIC 9(12).
           05  FILLER              PIC X(13).

      *    MBI-KEYED VIEW - THE ANSWER TO AN XM DETAIL. THE REST OF
      *    THE RECORD IS THE SAME AS THE SSA-HIC-KEYED FORM.

       01  ACK-IN-MBI-KEYED REDEFINES ACK-IN-REC.
           05  AI-KEY-MBI          PIC X(11).
           05  FILLER              PIC X(23).

       FD  ACK-MASTER-FILE.

       01  ACK-MASTER-REC.
      *    FIRST SEND ON EITHER SIDE OF THE INTERFACE.

           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

       FD  ACK-EXCP-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  ACK-EXCP-REC.
           05  AX-CLASS            PIC X(01).
           05  AX-REASON           PIC X(03).
           05  FILLER              PIC X(01).
           05  AX-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  AX-SSA-MBI          PIC X(11).
           05  FILLER              PIC X(04).

       FD  ACK-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS.
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

      *    SAME LAYOUT AS SSAXBLD'S MBI-XREF-REC.

       FD  MBI-XREF-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

      *    SAME LAYOUT AS MBIREIS'S MBI-HIST-REC.

       FD  MBI-HIST-FILE.

       01  MBI-HIST-REC.
           05  HS-MBI                  PIC  X(11).
           05  HS-RRB-HIC              PIC  X(12).
           05  HS-SSA-HIC              PIC  X(11).
           05  HS-EFFECTIVE-DATE       PIC  X(08).
           05  HS-RETIRED-DATE         PIC  X(08).
           05  HS-REPLACED-BY          PIC  X(11).
           05  HS-RECORDED             PIC  X(26).

       WORKING-STORAGE SECTION.

       01  AC-FILE-STATUS          PIC X(02).

       01  HX-FILE-STATUS          PIC X(02).
       01  MB-FILE-STATUS          PIC X(02).
       01  HS-FILE-STATUS          PIC X(02).

       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-MBIXREF-DSN          PIC X(08).
       01  WS-MBIHIST-DSN          PIC X(08).

      *    'N' WHEN THE MBI COMPANION COULDN'T BE OPENED - THE MASTER
      *    POSTING STILL HAPPENS AND SSAXBLD'S REBUILD CATCHES UP.

       01  WS-MBIX-AVAILABLE       PIC X(01)  VALUE 'N'.

      *    'N' WHEN THERE IS NO MBI HISTORY YET - EVERY WELL-FORMED
      *    MBI IS THEN TAKEN AS CURRENT.

       01  WS-MBIH-AVAILABLE       PIC X(01)  VALUE 'N'.

       01  WS-PRIOR-MBI            PIC X(11)  VALUE SPACE.

           COPY WSTMODE.

           05  WS-OVERDUE-PENDING      PIC 9(09)  VALUE ZERO.
           05  WS-MBIS-POSTED          PIC 9(09)  VALUE ZERO.
           05  WS-MBIS-UNPOSTED        PIC 9(09)  VALUE ZERO.
           05  WS-MBI-FORMAT-REJECTS   PIC 9(09)  VALUE ZERO.
           05  WS-RETIRED-MBIS         PIC 9(09)  VALUE ZERO.
           05  WS-MBIX-UPSERTS         PIC 9(09)  VALUE ZERO.
           05  WS-MBIX-COLLISIONS      PIC 9(09)  VALUE ZERO.
           05  WS-MBI-KEYED-ACKS       PIC 9(09)  VALUE ZERO.
           05  WS-MBI-UNRESOLVED       PIC 9(09)  VALUE ZERO.
           05  WS-TRANSFERRED-ACKS     PIC 9(09)  VALUE ZERO.

      *    INBOUND HASH VERIFICATION STATE - THE PRE-PASS COUNT AND
      *    DIGIT-POSITION SUM, AND THE TRAILER'S PROMISED VALUES.

       01  WS-FORMAT-OK            PIC X(01)  VALUE 'N'.

      *    THE KEYING MBI OF AN MBI-KEYED RETURN RECORD, HELD WHILE
      *    THE RECORD IS RESOLVED TO ITS SSA HIC.

       01  WS-KEY-MBI              PIC X(11)  VALUE SPACE.
       01  WS-KEY-RESOLVED         PIC X(01)  VALUE 'N'.

      *    'Y' WHEN THE RETURN RECORD CARRIES AN MBI THAT PASSED
      *    MBIEDIT AND MAY BE POSTED.

       01  WS-POST-MBI             PIC X(01)  VALUE 'N'.

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

      *    FIRST BYTE OF A BUILT SSA HIC - '{' ON THE SIX-DIGIT PATH,
      *    '{' THROUGH 'I' (THE CONVERTED ZONE) ON THE NINE-DIGIT
      *    PATH.
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
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'MBIXREFT'          TO  WS-MBIXREF-DSN
               MOVE  'MBIHISTT'          TO  WS-MBIHIST-DSN
           ELSE
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'MBIXREF '          TO  WS-MBIXREF-DSN
               MOVE  'MBIHIST '          TO  WS-MBIHIST-DSN
           END-IF.

           OPEN I-O HIC-XREF-FILE.
              MOVE 'N' TO WS-XREF-AVAILABLE
           END-IF.

      *    SAME CREATE-IF-FIRST-RUN SHAPE AS XREFAPLY'S COMPANION.

           OPEN I-O MBI-XREF-FILE.
           IF MB-FILE-STATUS NOT = '00'
              OPEN OUTPUT MBI-XREF-FILE
              CLOSE       MBI-XREF-FILE
              OPEN I-O    MBI-XREF-FILE
           END-IF.

           IF MB-FILE-STATUS = '00'
              MOVE 'Y' TO WS-MBIX-AVAILABLE
           ELSE
              DISPLAY 'SSAACK,UNABLE TO OPEN MBI-XREF-FILE,'
                      MB-FILE-STATUS ',COMPANION LEFT TO SSAXBLD'
              MOVE 'N' TO WS-MBIX-AVAILABLE
           END-IF.

           OPEN INPUT MBI-HIST-FILE.
           IF HS-FILE-STATUS = '00'
              MOVE 'Y' TO WS-MBIH-AVAILABLE
           ELSE
              MOVE 'N' TO WS-MBIH-AVAILABLE
           END-IF.

           OPEN INPUT ACK-CTL-FILE.
           IF AC-FILE-STATUS = '00'
              READ ACK-CTL-FILE
       1500-VERIFY-ACKIN-HASH.

           MOVE 'N' TO WS-VERIFY-EOF.
           MOVE ZERO TO IR-RECORD-COUNT
                        IR-HASH-TOTAL.

           PERFORM UNTIL WS-VERIFY-EOF = 'Y'
               READ ACK-IN-FILE
                 AT END
                   MOVE 'Y' TO WS-VERIFY-EOF
                 NOT AT END
                   MOVE 'F'           TO IR-FUNCTION
                   MOVE ACK-IN-REC    TO IR-RECORD-AREA
                   MOVE 34            TO IR-RECORD-LENGTH
                   CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
                   IF AT-RECORD-TYPE = 'AT'
                      MOVE 'Y'        TO WS-TRAILER-SEEN
                      MOVE AT-COUNT   TO WS-TRAILER-COUNT
           IF WS-TRAILER-SEEN = 'N'
              DISPLAY 'SSAACK,ACKIN CARRIES NO HASH TRAILER,'
                      'PROCESSED UNVERIFIED'
              MOVE 'F'                TO IR-ID-KIND
              PERFORM 1550-REGISTER-ACKIN
                 THRU 1550-EXIT
              GO TO 1500-EXIT
           END-IF.

              GO TO 1500-EXIT
           END-IF.

           MOVE WS-TRAILER-COUNT      TO IR-RECORD-COUNT.
           MOVE WS-TRAILER-HASH       TO IR-HASH-TOTAL.
           MOVE 'D'                   TO IR-ID-KIND.

           PERFORM 1550-REGISTER-ACKIN
              THRU 1550-EXIT.

       1500-EXIT.
           EXIT.

      *    REGISTERS THE VERIFIED RETURN FILE WITH THE INBOUND-FILE
      *    REGISTRY. A REFUSED REPEAT STOPS THE JOB LIKE A FAILED
      *    HASH - INFILREG HAS ALREADY RAISED THE ALERT. OTHERWISE
      *    THE FILE IS CLOSED AND REOPENED FOR THE MATCHING PASS.

       1550-REGISTER-ACKIN.

           MOVE 'R'                   TO IR-FUNCTION.
           MOVE 'SSAACK  '            TO IR-SOURCE-PGM.
           MOVE 'SSAACK  '            TO IR-FILE-CLASS.
           MOVE 'ACKIN   '            TO IR-DDNAME.
           MOVE SPACE                 TO IR-HEADER-DATE
                                         IR-SOURCE-CODE.
           MOVE 'N'                   TO IR-RESTART.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

           CLOSE ACK-IN-FILE.

           IF IR-RETURN-CODE > 4
              DISPLAY 'SSAACK,ACKIN ALREADY APPLIED BY '
                      IR-FIRST-PGM ' AT ' IR-FIRST-TIMESTAMP
                      ',NOT REPROCESSED'
              MOVE 8                  TO RETURN-CODE
              MOVE 'Y'                TO NO-MORE-ACKS
              MOVE 'Y'                TO NO-MORE-MASTER
              GO TO 1550-EXIT
           END-IF.

           OPEN INPUT ACK-IN-FILE.

       1550-EXIT.
           EXIT.

       2000-PROCESS-ONE-ACK.

           ADD 1 TO WS-ACKS-READ.

           IF  AI-SSA-HIC (2:1) ALPHABETIC
           AND AI-SSA-HIC (2:1) NOT = SPACE
               PERFORM 2050-RESOLVE-MBI-KEY
                  THRU 2050-EXIT
               IF WS-KEY-RESOLVED = 'N'
                  GO TO 2000-EXIT
               END-IF
           END-IF.

           PERFORM 2100-EDIT-RETURN-RECORD
              THRU 2100-EXIT.

               WRITE ACK-EXCP-REC
               ADD 1                  TO WS-NEVER-TRANSMITTED
             NOT INVALID KEY
               IF AK-ACK-STATUS = 'X'
                  MOVE SPACE          TO ACK-EXCP-REC
                  MOVE 'T'            TO AX-CLASS
                  MOVE AI-SSA-HIC     TO AX-SSA-HIC
                  MOVE AK-RRB-HIC     TO AX-RRB-HIC
                  MOVE AI-REASON      TO AX-REASON
                  MOVE AI-ACK-DATE    TO AX-DATE
                  WRITE ACK-EXCP-REC
                  ADD 1               TO WS-TRANSFERRED-ACKS
                  GO TO 2000-EXIT
               END-IF
               PERFORM 2200-EDIT-MBI
                  THRU 2200-EXIT
               MOVE AI-STATUS         TO AK-ACK-STATUS
               MOVE AI-REASON         TO AK-ACK-REASON
               MOVE AI-ACK-DATE       TO AK-ACK-DATE
               IF WS-POST-MBI = 'Y'
                  MOVE AI-SSA-MBI     TO AK-SSA-MBI
               END-IF
               REWRITE ACK-MASTER-REC
               MOVE ACK-MASTER-REC    TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
               ADD 1                  TO WS-ACKS-MATCHED
               IF WS-POST-MBI = 'Y'
                  PERFORM 2500-POST-MBI-TO-XREF
                     THRU 2500-EXIT
               END-IF
       2000-EXIT.
           EXIT.

      *    TURNS AN MBI-KEYED RETURN RECORD INTO THE SSA-HIC-KEYED
      *    SHAPE THE REST OF THE MATCH EXPECTS: THE COMPANION'S SSA
      *    HIC GOES INTO THE KEY POSITION AND THE KEYING MBI INTO
      *    AI-SSA-MBI. A MALFORMED MBI IS A FORMAT REJECT; ONE THE
      *    COMPANION CANNOT RESOLVE IS CLASS 'U'.

       2050-RESOLVE-MBI-KEY.

           MOVE 'N'                   TO WS-KEY-RESOLVED.
           MOVE AI-KEY-MBI            TO WS-KEY-MBI.
           ADD 1                      TO WS-MBI-KEYED-ACKS.

           MOVE WS-KEY-MBI            TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF NOT ME-MBI-VALID
              MOVE SPACE              TO ACK-EXCP-REC
              MOVE 'F'                TO AX-CLASS
              MOVE AI-REASON          TO AX-REASON
              MOVE AI-ACK-DATE        TO AX-DATE
              MOVE WS-KEY-MBI         TO AX-SSA-MBI
              WRITE ACK-EXCP-REC
              ADD 1                   TO WS-FORMAT-REJECTS
              GO TO 2050-EXIT
           END-IF.

           IF WS-MBIX-AVAILABLE NOT = 'Y'
              GO TO 2050-TRY-HISTORY
           END-IF.

           MOVE WS-KEY-MBI            TO MB-SSA-MBI.

           READ MBI-XREF-FILE
             INVALID KEY
               GO TO 2050-TRY-HISTORY
           END-READ.

           MOVE MB-SSA-HIC            TO AI-SSA-HIC.
           MOVE WS-KEY-MBI            TO AI-SSA-MBI.
           MOVE 'Y'                   TO WS-KEY-RESOLVED.
           GO TO 2050-EXIT.

      *    A RETURN KEYED BY AN MBI SINCE RETIRED BY A REISSUE STILL
      *    RESOLVES THROUGH MBIHIST - THE RETIRED MBI ITSELF IS NOT
      *    POSTED.

       2050-TRY-HISTORY.

           IF WS-MBIH-AVAILABLE NOT = 'Y'
              GO TO 2050-UNRESOLVED
           END-IF.

           MOVE WS-KEY-MBI            TO HS-MBI.

           READ MBI-HIST-FILE
             INVALID KEY
               GO TO 2050-UNRESOLVED
           END-READ.

           MOVE HS-SSA-HIC            TO AI-SSA-HIC.
           MOVE SPACE                 TO AI-SSA-MBI.
           MOVE 'Y'                   TO WS-KEY-RESOLVED.
           ADD 1                      TO WS-RETIRED-MBIS.
           GO TO 2050-EXIT.

       2050-UNRESOLVED.

           MOVE SPACE                 TO ACK-EXCP-REC.
           MOVE 'U'                   TO AX-CLASS.
           MOVE AI-REASON             TO AX-REASON.
           MOVE AI-ACK-DATE           TO AX-DATE.
           MOVE WS-KEY-MBI            TO AX-SSA-MBI.
           WRITE ACK-EXCP-REC.
           ADD 1                      TO WS-MBI-UNRESOLVED.

       2050-EXIT.
           EXIT.

      *    FORMAT EDITS ON THE 11-BYTE SSA HIC RRBTOSSA BUILDS - A
      *    RECOGNIZED FIRST BYTE, NUMERIC POSITIONS 2-9, A NONBLANK
      *    BIC, A STATUS OF A OR R, AND A NUMERIC ACK DATE.
       2100-EXIT.
           EXIT.

      *    A NONBLANK MBI IS POSTED ONLY IF IT PASSES MBIEDIT. A
      *    MALFORMED ONE GOES TO ACKEXCP AS CLASS 'M' WITH THE
      *    FAILING POSITION IN THE REASON FIELD, AND WHATEVER MBI
      *    THE MASTERS ALREADY CARRY IS LEFT ALONE. A WELL-FORMED
      *    MBI THAT MBIHIST SHOWS RETIRED BY A REISSUE IS COUNTED
      *    AND NOT POSTED - THE MASTERS ALREADY CARRY ITS REPLACEMENT.

       2200-EDIT-MBI.

           MOVE 'N'                   TO WS-POST-MBI.

           IF AI-SSA-MBI = SPACE
              GO TO 2200-EXIT
           END-IF.

           MOVE AI-SSA-MBI            TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF ME-MBI-VALID
              MOVE 'Y'                TO WS-POST-MBI
              IF WS-MBIH-AVAILABLE = 'Y'
                 MOVE AI-SSA-MBI      TO HS-MBI
                 READ MBI-HIST-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF HS-RETIRED-DATE NOT = SPACE
                        MOVE 'N'      TO WS-POST-MBI
                        ADD 1         TO WS-RETIRED-MBIS
                     END-IF
                 END-READ
              END-IF
              GO TO 2200-EXIT
           END-IF.

           MOVE SPACE                 TO ACK-EXCP-REC.
           MOVE 'M'                   TO AX-CLASS.
           MOVE AI-SSA-HIC            TO AX-SSA-HIC.
           MOVE AK-RRB-HIC            TO AX-RRB-HIC.
           MOVE 'P'                   TO AX-REASON (1:1).
           MOVE ME-FAIL-POSITION      TO AX-REASON (2:2).
           MOVE AI-ACK-DATE           TO AX-DATE.
           MOVE AI-SSA-MBI            TO AX-SSA-MBI.
           WRITE ACK-EXCP-REC.
           ADD 1                      TO WS-MBI-FORMAT-REJECTS.

       2200-EXIT.
           EXIT.

      *    POSTS THE SSA-ASSIGNED MBI ONTO THE CROSSWALK MASTER
      *    RECORD BEHIND THE MATCHED ACKNOWLEDGMENT - THE RRB HIC ON
      *    THE ACKMAST RECORD IS THE MASTER'S KEY. A MISSING MASTER
             INVALID KEY
               ADD 1                  TO WS-MBIS-UNPOSTED
             NOT INVALID KEY
               MOVE HX-SSA-MBI        TO WS-PRIOR-MBI
               MOVE AI-SSA-MBI        TO HX-SSA-MBI
               REWRITE HIC-XREF-REC
               MOVE 'HICXREF '        TO MJ-FILE-ID
               MOVE HIC-XREF-REC      TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
               ADD 1                  TO WS-MBIS-POSTED
               IF WS-MBIX-AVAILABLE = 'Y'
                  PERFORM 2600-UPSERT-MBI-COMPANION
                     THRU 2600-EXIT
               END-IF
           END-READ.

       2500-EXIT.
           EXIT.

      *    MIRRORS THE JUST-POSTED MASTER RECORD ONTO THE MBI-KEYED
      *    COMPANION. A REPLACED MBI'S OLD RECORD IS DELETED WHEN IT
      *    STILL POINTS AT THIS RRB HIC. AN MBI ALREADY CARRIED BY A
      *    DIFFERENT RRB HIC KEEPS THE RECORD THERE - SSAXBLD'S
      *    FIRST-ONE-WINS RULE - AND THE COLLISION IS DISPLAYED. NOT
      *    JOURNALED: THE NIGHTLY REBUILD IS THE COMPANION'S BASE
      *    IMAGE, AS WITH XREFAPLY'S SSAXREF UPSERTS.

       2600-UPSERT-MBI-COMPANION.

           IF  WS-PRIOR-MBI NOT = SPACE
           AND WS-PRIOR-MBI NOT = HX-SSA-MBI
               MOVE WS-PRIOR-MBI      TO MB-SSA-MBI
               READ MBI-XREF-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF MB-RRB-HIC = HX-RRB-HIC
                      DELETE MBI-XREF-FILE RECORD
                   END-IF
               END-READ
           END-IF.

           MOVE HX-SSA-MBI            TO MB-SSA-MBI.
           MOVE HX-RRB-HIC            TO MB-RRB-HIC.
           MOVE HX-SSA-HIC            TO MB-SSA-HIC.
           MOVE HX-SSA-BIC            TO MB-SSA-BIC.
           MOVE HX-LAST-SEEN          TO MB-LAST-SEEN.

           WRITE MBI-XREF-REC
             INVALID KEY
               READ MBI-XREF-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF MB-RRB-HIC = HX-RRB-HIC
                      MOVE HX-SSA-HIC  TO MB-SSA-HIC
                      MOVE HX-SSA-BIC  TO MB-SSA-BIC
                      MOVE HX-LAST-SEEN
                                       TO MB-LAST-SEEN
                      REWRITE MBI-XREF-REC
                      ADD 1            TO WS-MBIX-UPSERTS
                   ELSE
                      ADD 1            TO WS-MBIX-COLLISIONS
                      DISPLAY 'SSAACK,MBI CARRIED BY MORE THAN ONE '
                              'RRB HIC,' MB-RRB-HIC ',' HX-RRB-HIC
                   END-IF
               END-READ
             NOT INVALID KEY
               ADD 1                  TO WS-MBIX-UPSERTS
           END-WRITE.

       2600-EXIT.
           EXIT.

      *    END-OF-JOB SWEEP FOR TRANSMISSIONS STILL PENDING PAST THE
      *    SITE-SET NUMBER OF DAYS - THE LOOP THE RETURN FILE CLOSES
      *    HAS TO CATCH THE ANSWERS THAT NEVER CAME BACK TOO.
           IF WS-XREF-AVAILABLE = 'Y'
              CLOSE HIC-XREF-FILE
           END-IF.
           IF WS-MBIX-AVAILABLE = 'Y'
              CLOSE MBI-XREF-FILE
           END-IF.
           IF WS-MBIH-AVAILABLE = 'Y'
              CLOSE MBI-HIST-FILE
           END-IF.

           DISPLAY 'SSAACK,RETURN RECORDS READ,' WS-ACKS-READ.
           DISPLAY 'SSAACK,MATCHED AND RECORDED,' WS-ACKS-MATCHED.
                   WS-OVERDUE-PENDING.
           DISPLAY 'SSAACK,MBIS POSTED TO MASTER,' WS-MBIS-POSTED.
           DISPLAY 'SSAACK,MBIS NOT POSTED,' WS-MBIS-UNPOSTED.
           DISPLAY 'SSAACK,MALFORMED MBIS NOT POSTED,'
                   WS-MBI-FORMAT-REJECTS.
           DISPLAY 'SSAACK,RETIRED MBIS NOT POSTED,'
                   WS-RETIRED-MBIS.
           DISPLAY 'SSAACK,MBI COMPANION UPSERTS,' WS-MBIX-UPSERTS.
           DISPLAY 'SSAACK,MBI COMPANION COLLISIONS,'
                   WS-MBIX-COLLISIONS.
           DISPLAY 'SSAACK,MBI-KEYED RETURN RECORDS,'
                   WS-MBI-KEYED-ACKS.
           DISPLAY 'SSAACK,MBI-KEYED NOT ON COMPANION,'
                   WS-MBI-UNRESOLVED.
           DISPLAY 'SSAACK,TRANSFERRED - NOT POSTED,'
                   WS-TRANSFERRED-ACKS.

       8000-EXIT.
           EXIT.
