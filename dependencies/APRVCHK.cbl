       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVCHK.
       AUTHOR. CHRISTIAN STRAMA.

      *    TWO-PERSON APPROVAL SERVICE - THE BATCH SIDE. ONE OPERATOR
      *    COULD RUN HICRVAPP, RRBBKOUT, HICRECNV OR STATMNT ALONE AND
      *    REWRITE THOUSANDS OF CROSSWALK RECORDS OR THE STATUS TABLE
      *    (AND SET A RERUN BUSINESS DATE ON RERUNSET), WITH NOBODY
      *    ELSE EVER SEEING WHAT WAS ABOUT TO HAPPEN. EACH OF THOSE
      *    ACTIONS NOW NEEDS A REQUEST ON THE KEYED APRVREQ MASTER
      *    (LAYOUT IN COPYBOOK APRVREQ) THAT ONE OPERATOR PREPARED AND
      *    A DIFFERENT, AUTHORIZED OPERATOR APPROVED.
      *
      *    FUNCTION 'P' (APRVPREP) RECORDS A PENDING REQUEST - THE
      *    PROGRAM, THE PREPARER, THE CONTROL-CARD IMAGE AND THE INPUT
      *    DATASET'S IDENTITY AS INFILREG FOLDS IT (RECORD COUNT AND
      *    HASH TOTAL) - AND RETURNS ITS PREPARE STAMP, WHICH IS WHAT
      *    THE APPROVER KEYS ON THE APRVADM SCREEN.
      *
      *    FUNCTION 'C' IS CALLED BY THE GATED JOB ITSELF, AFTER IT
      *    HAS READ ITS CONTROL CARD AND FOLDED ITS INPUT BUT BEFORE
      *    IT CHANGES ANYTHING. THE JOB'S REQUESTS ARE BROWSED IN
      *    PREPARE ORDER AND THE FIRST ONE THAT IS APPROVED, NOT YET
      *    EXPIRED, NOT YET USED AND MATCHES THE CARD AND THE INPUT
      *    EXACTLY IS MARKED USED AND RETURNS ZERO. ANYTHING ELSE
      *    RETURNS 8 WITH THE CLOSEST REASON IN AV-MESSAGE (A MATCHING
      *    REQUEST THAT EXPIRED, WAS USED, IS STILL PENDING OR WAS
      *    REJECTED SAYS SO RATHER THAN "NO REQUEST") AND THE JOB
      *    STOPS. A REQUEST IS TAKEN ONCE - A RERUN OF THE SAME JOB
      *    NEEDS A FRESH ONE.
      *
      *    EVERY USE AND EVERY REFUSAL IS LISTED ON RUNLEDG AS AN
      *    APRVCHK ROW AGAINST THE JOB'S INPUT DD (THE SAME WAY
      *    INFILREG LISTS ITS REGISTRATIONS); A REFUSAL ALSO RAISES A
      *    SEVERITY-08 ALERT NAMING THE JOB. UNLIKE INFILREG, AN
      *    APPROVAL MASTER THAT CANNOT BE OPENED IS A REFUSAL - THE
      *    CONTROL MUST NOT FAIL OPEN. TEST RUNS USE THE TEST-SCOPED
      *    APRVREQT UNDER THE SHARED BTCHTEST SWITCH.
      *
      *    THE ONLINE SIDE - APPROVAL ITSELF, AND THE SAME CHECK FOR
      *    A GATED SCREEN - IS APRVONL, AGAINST THE APRVREQF VIEW.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT APRV-REQ-FILE   ASSIGN TO WS-APRVREQ-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS AQ-REQ-KEY
                                  FILE STATUS IS AQ-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  APRV-REQ-FILE.

           COPY APRVREQ.

       WORKING-STORAGE SECTION.

       01  AQ-FILE-STATUS              PIC  X(02).

       01  WS-APRVREQ-DSN              PIC  X(08).

           COPY WSTMODE.

       01  WS-FILE-OPENED              PIC  X(01)  VALUE 'N'.
           88  FILE-OPENED                         VALUE 'Y'.

       01  WS-FILE-AVAILABLE           PIC  X(01)  VALUE 'N'.
           88  FILE-AVAILABLE                      VALUE 'Y'.

       01  WS-BROWSE-DONE              PIC  X(01)  VALUE 'N'.
           88  BROWSE-DONE                         VALUE 'Y'.

       01  WS-REQUEST-FOUND            PIC  X(01)  VALUE 'N'.
           88  REQUEST-FOUND                       VALUE 'Y'.

       01  WS-NOW-TIMESTAMP            PIC  X(26).
       01  WS-NOW-MINUTE               PIC  X(12).

      *    THE CLOSEST REASON SEEN SO FAR ON A REFUSAL - THE HIGHER
      *    THE NUMBER, THE MORE SPECIFIC. 0 NOTHING ON FILE FOR THE
      *    JOB, 1 AN OPEN APPROVAL WHOSE CONTENTS DIFFER, 2-5 A
      *    REQUEST WITH THESE VERY CONTENTS THAT WAS REJECTED, IS
      *    STILL PENDING, WAS ALREADY USED, OR HAS EXPIRED.

       01  WS-REFUSE-REASON            PIC  9(01)  VALUE ZERO.

      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY WRITE/REWRITE/DELETE AGAINST
      *    A KEYED MASTER IS JOURNALED FOR FORWARD RECOVERY.

       01  WS-MSTJRNL-PARAMETERS.
           05  MJ-FILE-ID              PIC  X(08).
           05  MJ-ACTION               PIC  X(01).
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR ALERTSUB - SAME LAYOUT AS ALERTSUB'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-ALERTSUB-PARAMETERS.
           05  AP-SOURCE-PGM           PIC  X(08).
           05  AP-SEVERITY             PIC  9(02).
           05  AP-ALERT-TEXT           PIC  X(60).
           05  AP-RETURN-CODE          PIC  9(02).

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

       LINKAGE SECTION.

       01  APRVCHK-PARAMETERS.

      *    'P' - RECORD A PENDING REQUEST (AV-OPERATOR PREPARED IT).
      *    'C' - TAKE THE MATCHING APPROVED REQUEST FOR AV-PROGRAM.

           05  AV-FUNCTION             PIC  X(01).
               88  AV-PREPARE-REQUEST              VALUE 'P'.
               88  AV-CONSUME-APPROVAL             VALUE 'C'.
           05  AV-PROGRAM              PIC  X(08).
           05  AV-OPERATOR             PIC  X(08).

      *    RETURNED - THE PREPARE STAMP OF THE REQUEST WRITTEN ('P')
      *    OR TAKEN ('C').

           05  AV-REQUESTED            PIC  X(14).
           05  AV-CONTROL-CARD         PIC  X(40).

      *    THE INPUT DD AND ITS FOLDED COUNT/HASH - SPACES AND ZEROS
      *    FOR A JOB WHOSE ONLY INPUT IS ITS CONTROL CARD.

           05  AV-INPUT-DDNAME         PIC  X(08).
           05  AV-INPUT-COUNT          PIC  9(09).
           05  AV-INPUT-HASH           PIC  9(15).

      *    RETURNED - WHO APPROVED IT, OR WHY THE RUN WAS REFUSED.

           05  AV-MESSAGE              PIC  X(40).

      *    0 - REQUEST RECORDED / APPROVAL TAKEN - CARRY ON.
      *    8 - NOT RECORDED / REFUSED - DO NOT RUN.

           05  AV-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION           USING  APRVCHK-PARAMETERS.

           MOVE  ZERO                  TO  AV-RETURN-CODE
           MOVE  SPACE                 TO  AV-MESSAGE

           IF  NOT FILE-OPENED
               PERFORM 0100-OPEN-APRVREQ-FILE
                  THRU 0100-EXIT
           END-IF

           MOVE  FUNCTION CURRENT-DATE TO  WS-NOW-TIMESTAMP
           MOVE  WS-NOW-TIMESTAMP (1:12)
                                       TO  WS-NOW-MINUTE

           IF  NOT FILE-AVAILABLE
               DISPLAY 'APRVCHK: APPROVAL FILE NOT AVAILABLE, STATUS '
                       AQ-FILE-STATUS ' - ' AV-PROGRAM
               MOVE  8                 TO  AV-RETURN-CODE
               MOVE  'APPROVAL FILE NOT AVAILABLE'
                                       TO  AV-MESSAGE
               IF  AV-CONSUME-APPROVAL
                   PERFORM 0500-LIST-ON-LEDGER
                      THRU 0500-EXIT
                   PERFORM 0600-RAISE-ALERT
                      THRU 0600-EXIT
               END-IF
               GOBACK
           END-IF

           IF  AV-PREPARE-REQUEST
               PERFORM 0200-PREPARE-REQUEST
                  THRU 0200-EXIT
               GOBACK
           END-IF

           PERFORM 0300-CONSUME-APPROVAL
              THRU 0300-EXIT

           PERFORM 0500-LIST-ON-LEDGER
              THRU 0500-EXIT

           IF  AV-RETURN-CODE           >  ZERO
               PERFORM 0600-RAISE-ALERT
                  THRU 0600-EXIT
           END-IF

           GOBACK.

      *    OPENS THE APPROVAL MASTER I-O ONCE PER RUN, CREATING IT
      *    EMPTY ON FIRST USE - THE SAME SHAPE AS INFILREG'S 0100-
      *    OPEN-INFREG-FILE.

       0100-OPEN-APRVREQ-FILE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'APRVREQT'          TO  WS-APRVREQ-DSN
           ELSE
               MOVE  'APRVREQ '          TO  WS-APRVREQ-DSN
           END-IF.

           OPEN I-O APRV-REQ-FILE.

           IF  AQ-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT APRV-REQ-FILE
               CLOSE       APRV-REQ-FILE
               OPEN I-O    APRV-REQ-FILE
           END-IF.

           IF  AQ-FILE-STATUS           =  '00'
               SET  FILE-AVAILABLE     TO  TRUE
           END-IF.

           SET  FILE-OPENED            TO  TRUE.

       0100-EXIT.
           EXIT.

      *    A NEW PENDING REQUEST, KEYED BY THE PROGRAM AND THIS
      *    SECOND. TWO REQUESTS FOR ONE PROGRAM INSIDE THE SAME
      *    SECOND COLLIDE - THE SECOND IS TOLD TO RESUBMIT.

       0200-PREPARE-REQUEST.

           MOVE  SPACE                 TO  APRV-REQ-REC.
           MOVE  AV-PROGRAM            TO  AQ-PROGRAM.
           MOVE  WS-NOW-TIMESTAMP (1:14)
                                       TO  AQ-REQUESTED.
           SET   AQ-PENDING            TO  TRUE.
           MOVE  AV-OPERATOR           TO  AQ-PREPARER.
           MOVE  AV-CONTROL-CARD       TO  AQ-CONTROL-CARD.
           MOVE  AV-INPUT-DDNAME       TO  AQ-INPUT-DDNAME.
           MOVE  AV-INPUT-COUNT        TO  AQ-INPUT-COUNT.
           MOVE  AV-INPUT-HASH         TO  AQ-INPUT-HASH.

           WRITE APRV-REQ-REC
             INVALID KEY
               MOVE  8                 TO  AV-RETURN-CODE
               MOVE  'REQUEST KEY ALREADY IN USE - RESUBMIT'
                                       TO  AV-MESSAGE
             NOT INVALID KEY
               MOVE  AQ-REQUESTED      TO  AV-REQUESTED
               MOVE  'REQUEST RECORDED - AWAITING APPROVAL'
                                       TO  AV-MESSAGE
               MOVE  'APRVREQ '        TO  MJ-FILE-ID
               MOVE  'W'               TO  MJ-ACTION
               MOVE  AV-PROGRAM        TO  MJ-SOURCE-PGM
               MOVE  APRV-REQ-REC      TO  MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-WRITE.

       0200-EXIT.
           EXIT.

      *    BROWSES THE JOB'S REQUESTS IN PREPARE ORDER FOR THE FIRST
      *    OPEN APPROVAL WITH THESE EXACT CONTENTS, AND TAKES IT.

       0300-CONSUME-APPROVAL.

           MOVE  'N'                   TO  WS-BROWSE-DONE
                                           WS-REQUEST-FOUND.
           MOVE  ZERO                  TO  WS-REFUSE-REASON.
           MOVE  AV-PROGRAM            TO  AQ-PROGRAM.
           MOVE  LOW-VALUES            TO  AQ-REQUESTED.

           START APRV-REQ-FILE KEY NOT < AQ-REQ-KEY
             INVALID KEY
               MOVE  'Y'               TO  WS-BROWSE-DONE
           END-START.

           PERFORM 0310-NEXT-REQUEST
              THRU 0310-EXIT
             UNTIL BROWSE-DONE.

           IF  NOT REQUEST-FOUND
               MOVE  8                 TO  AV-RETURN-CODE
               EVALUATE WS-REFUSE-REASON
                 WHEN 5
                   MOVE  'APPROVAL HAS EXPIRED'
                                       TO  AV-MESSAGE
                 WHEN 4
                   MOVE  'APPROVAL ALREADY USED'
                                       TO  AV-MESSAGE
                 WHEN 3
                   MOVE  'REQUEST NOT YET APPROVED'
                                       TO  AV-MESSAGE
                 WHEN 2
                   MOVE  'REQUEST WAS REJECTED'
                                       TO  AV-MESSAGE
                 WHEN 1
                   MOVE  'CARD OR INPUT DIFFERS FROM APPROVAL'
                                       TO  AV-MESSAGE
                 WHEN OTHER
                   MOVE  'NO APPROVED REQUEST ON FILE'
                                       TO  AV-MESSAGE
               END-EVALUATE
               DISPLAY 'APRVCHK: ' AV-PROGRAM ' REFUSED - '
                       AV-MESSAGE
               GO TO 0300-EXIT
           END-IF.

           SET   AQ-USED               TO  TRUE.
           MOVE  WS-NOW-MINUTE         TO  AQ-USED-STAMP.

           REWRITE APRV-REQ-REC
             INVALID KEY
               MOVE  8                 TO  AV-RETURN-CODE
               MOVE  'APPROVAL COULD NOT BE MARKED USED'
                                       TO  AV-MESSAGE
               DISPLAY 'APRVCHK: APPROVAL REWRITE FAILED, STATUS '
                       AQ-FILE-STATUS ' - ' AV-PROGRAM ' REFUSED'
               GO TO 0300-EXIT
             NOT INVALID KEY
               MOVE  'APRVREQ '        TO  MJ-FILE-ID
               MOVE  'R'               TO  MJ-ACTION
               MOVE  AV-PROGRAM        TO  MJ-SOURCE-PGM
               MOVE  APRV-REQ-REC      TO  MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

           MOVE  AQ-REQUESTED          TO  AV-REQUESTED.
           MOVE  SPACE                 TO  AV-MESSAGE.
           STRING 'APPROVED BY ' AQ-APPROVER
                  ', PREPARED BY ' AQ-PREPARER
                  DELIMITED BY SIZE
                  INTO AV-MESSAGE.

           DISPLAY 'APRVCHK: ' AV-PROGRAM ' REQUEST ' AQ-REQUESTED
                   ' TAKEN - ' AV-MESSAGE.

       0300-EXIT.
           EXIT.

       0310-NEXT-REQUEST.

           READ APRV-REQ-FILE NEXT RECORD
             AT END
               MOVE  'Y'               TO  WS-BROWSE-DONE
               GO TO 0310-EXIT
           END-READ.

           IF  AQ-PROGRAM          NOT =  AV-PROGRAM
               MOVE  'Y'               TO  WS-BROWSE-DONE
               GO TO 0310-EXIT
           END-IF.

           IF  AQ-CONTROL-CARD     NOT =  AV-CONTROL-CARD
           OR  AQ-INPUT-DDNAME     NOT =  AV-INPUT-DDNAME
           OR  AQ-INPUT-COUNT      NOT =  AV-INPUT-COUNT
           OR  AQ-INPUT-HASH       NOT =  AV-INPUT-HASH
               IF  AQ-APPROVED
               AND AQ-EXPIRES           >  WS-NOW-MINUTE
               AND WS-REFUSE-REASON     <  1
                   MOVE  1             TO  WS-REFUSE-REASON
               END-IF
               GO TO 0310-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN AQ-APPROVED
              AND AQ-EXPIRES            >  WS-NOW-MINUTE
               MOVE  'Y'               TO  WS-REQUEST-FOUND
                                           WS-BROWSE-DONE
             WHEN AQ-APPROVED
              AND WS-REFUSE-REASON      <  5
               MOVE  5                 TO  WS-REFUSE-REASON
             WHEN AQ-USED
              AND WS-REFUSE-REASON      <  4
               MOVE  4                 TO  WS-REFUSE-REASON
             WHEN AQ-PENDING
              AND WS-REFUSE-REASON      <  3
               MOVE  3                 TO  WS-REFUSE-REASON
             WHEN AQ-REJECTED
              AND WS-REFUSE-REASON      <  2
               MOVE  2                 TO  WS-REFUSE-REASON
           END-EVALUATE.

       0310-EXIT.
           EXIT.

      *    ONE RUNLEDG ROW PER CHECK, SO THE LEDGER SHOWS EVERY GATED
      *    RUN THAT WENT AHEAD AND EVERY ONE THAT WAS REFUSED.

       0500-LIST-ON-LEDGER.

           MOVE  'APRVCHK '            TO  RL-PROGRAM.
           MOVE  WS-NOW-TIMESTAMP      TO  RL-START-TIMESTAMP.
           MOVE  AV-INPUT-DDNAME       TO  RL-INPUT-DDNAME.
           MOVE  AV-INPUT-COUNT        TO  RL-RECORDS-READ.

           IF  AV-RETURN-CODE           >  ZERO
               MOVE  ZERO              TO  RL-RECORDS-ACCEPTED
               MOVE  1                 TO  RL-RECORDS-REJECTED
           ELSE
               MOVE  1                 TO  RL-RECORDS-ACCEPTED
               MOVE  ZERO              TO  RL-RECORDS-REJECTED
           END-IF.

           MOVE  AV-RETURN-CODE        TO  RL-SEVERITY.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

       0500-EXIT.
           EXIT.

       0600-RAISE-ALERT.

           MOVE  AV-PROGRAM            TO  AP-SOURCE-PGM.
           MOVE  08                    TO  AP-SEVERITY.
           MOVE  SPACE                 TO  AP-ALERT-TEXT.
           STRING 'RUN OF ' AV-PROGRAM ' REFUSED - ' AV-MESSAGE
                  DELIMITED BY SIZE
                  INTO AP-ALERT-TEXT.

           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

       0600-EXIT.
           EXIT.
