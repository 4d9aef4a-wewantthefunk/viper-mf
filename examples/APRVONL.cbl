       ID DIVISION.
       PROGRAM-ID.    APRVONL.

      *    TWO-PERSON APPROVAL SERVICE - THE ONLINE SIDE, LINKED THE
      *    WAY THE SCREENS LINK TO TRNGCHK. APRVCHK CANNOT BE CALLED
      *    UNDER CICS (IT OPENS THE NATIVE APRVREQ MASTER), SO THE
      *    SAME RULES ARE APPLIED HERE AGAINST THE APRVREQF VIEW OF
      *    THE SAME DATASET, WITH THE SAME COMMAREA SHAPE AS APRVCHK'S
      *    PARAMETERS.
      *
      *    'A' APPROVE AND 'R' REJECT COME FROM THE APRVADM SCREEN.
      *    THE ACTING OPERATOR IS THE SIGNED-ON USER, NEVER A KEYED
      *    ID, AND MUST HAVE A ROW ON THE APRVAUTF SITE FILE (THE
      *    CORAUTHF SHAPE - PRESENCE IS THE PERMISSION). AN APPROVAL
      *    ALSO REQUIRES A PENDING REQUEST AND AN APPROVER WHO IS NOT
      *    ITS PREPARER; IT IS THEN GOOD FOR ONE DAY FROM THE MINUTE
      *    IT WAS GIVEN. A REJECT NEEDS ONLY THE AUTHORITY, SO A
      *    PREPARER CAN WITHDRAW THEIR OWN REQUEST.
      *
      *    'C' CONSUME IS APRVCHK'S FUNCTION 'C' FOR A GATED SCREEN
      *    (RERUNSET) - THE FIRST APPROVED, UNEXPIRED, UNUSED REQUEST
      *    WHOSE CONTENTS MATCH IS MARKED USED, ANYTHING ELSE IS
      *    REFUSED WITH THE CLOSEST REASON.
      *
      *    APPROVALS, REJECTS AND EVERY REFUSAL - A CONSUME THAT FOUND
      *    NOTHING, A SELF-APPROVAL, AN APPROVAL BY AN OPERATOR WITHOUT
      *    AUTHORITY - ARE WRITTEN TO THE RUN LEDGER (RUNLDGF VIEW) AS
      *    APRVCHK ROWS, THE SAME ROWS THE BATCH SIDE WRITES, AND
      *    RAISED ON THE ALERTFIL MASTER SO THE DUTY OPERATOR SEES
      *    THEM ON THE ALRT SCREEN: SEVERITY 04 FOR AN APPROVAL OR A
      *    REJECT, 08 FOR A REFUSAL. A CONSUME THAT SUCCEEDS IS
      *    LEDGERED ONLY.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.
       01  WS-LOG-RC                   PIC S9(08) COMP VALUE ZERO.

       01  WS-REQUEST-FILE             PIC X(08)  VALUE 'APRVREQF'.
       01  WS-AUTH-FILE                PIC X(08)  VALUE 'APRVAUTF'.
       01  WS-RUNLEDG-FILE             PIC X(08)  VALUE 'RUNLDGF '.
       01  WS-ALERT-FILE               PIC X(08)  VALUE 'ALERTFIL'.

       01  WS-OPERATOR                 PIC X(08)  VALUE SPACE.

       01  WS-NOW-TIMESTAMP            PIC X(26)  VALUE SPACE.
       01  WS-NOW-MINUTE               PIC X(12)  VALUE SPACE.
       01  WS-NOW-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-EXPIRE-DATE              PIC 9(08)  VALUE ZERO.

       01  WS-BROWSE-DONE              PIC X(01)  VALUE 'N'.
           88  BROWSE-DONE                        VALUE 'Y'.
       01  WS-REQUEST-FOUND            PIC X(01)  VALUE 'N'.
           88  REQUEST-FOUND                      VALUE 'Y'.

      *    THE CLOSEST REASON SEEN SO FAR ON A REFUSED CONSUME - SAME
      *    SCALE AS APRVCHK'S: 0 NOTHING ON FILE, 1 AN OPEN APPROVAL
      *    WHOSE CONTENTS DIFFER, 2-5 REJECTED, PENDING, USED, EXPIRED.

       01  WS-REFUSE-REASON            PIC 9(01)  VALUE ZERO.

       01  WS-FOUND-KEY                PIC X(22)  VALUE SPACE.

      *    LEDGER ROW SEVERITY AND ALERT SEVERITY FOR THIS ACTION -
      *    AN ALERT SEVERITY OF ZERO MEANS LEDGER ONLY.

       01  WS-LEDGER-SEVERITY          PIC 9(02)  VALUE ZERO.
       01  WS-ALERT-SEVERITY           PIC 9(02)  VALUE ZERO.
       01  WS-ALERT-TEXT               PIC X(60)  VALUE SPACE.

           COPY APRVREQ.

      *    THE AUTHORIZATION ROW - PRESENCE IS THE PERMISSION.

       01  WS-AUTH-REC.
           05  AU-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(12).

      *    MIRRORS RUNLEDGR'S RUN-LEDGER-REC FILE LAYOUT.

       01  WS-LEDGER-RBA               PIC S9(08) COMP VALUE ZERO.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-START            PIC  X(26).
           05  RL-REC-END              PIC  X(26).
           05  RL-REC-INPUT-DDNAME     PIC  X(08).
           05  RL-REC-INPUT-DSN        PIC  X(44).
           05  RL-REC-INPUT-GENERATION PIC  X(08).
           05  RL-REC-RECORDS-READ     PIC  9(09).
           05  RL-REC-ACCEPTED         PIC  9(09).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).
           05  RL-REC-TABLE-VERSIONS   PIC  X(20).

      *    MIRRORS ALERTSUB'S ALERT-REC FILE LAYOUT.

       01  ALERT-REC.
           05  AL-ALERT-KEY            PIC  X(26).
           05  AL-SOURCE-PGM           PIC  X(08).
           05  AL-SEVERITY             PIC  9(02).
           05  AL-ALERT-TEXT           PIC  X(60).
           05  AL-ACK-FLAG             PIC  X(01).
           05  AL-ACK-USER             PIC  X(08).
           05  AL-ACK-NOTE             PIC  X(30).

       LINKAGE SECTION.

      *    SAME SHAPE AS APRVCHK'S APRVCHK-PARAMETERS. ON 'A'/'R' THE
      *    KEY IS AV-PROGRAM + AV-REQUESTED AND AV-OPERATOR COMES BACK
      *    AS THE SIGNED-ON USER WHO ACTED; ON 'C' THE CONTENTS ARE
      *    MATCHED AND AV-REQUESTED COMES BACK AS THE REQUEST TAKEN.

       01  DFHCOMMAREA.
           05  AV-FUNCTION             PIC  X(01).
               88  AV-APPROVE-REQUEST              VALUE 'A'.
               88  AV-REJECT-REQUEST               VALUE 'R'.
               88  AV-CONSUME-APPROVAL             VALUE 'C'.
           05  AV-PROGRAM              PIC  X(08).
           05  AV-OPERATOR             PIC  X(08).
           05  AV-REQUESTED            PIC  X(14).
           05  AV-CONTROL-CARD         PIC  X(40).
           05  AV-INPUT-DDNAME         PIC  X(08).
           05  AV-INPUT-COUNT          PIC  9(09).
           05  AV-INPUT-HASH           PIC  9(15).
           05  AV-MESSAGE              PIC  X(40).
           05  AV-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           MOVE ZERO                   TO AV-RETURN-CODE.
           MOVE SPACE                  TO AV-MESSAGE.
           MOVE ZERO                   TO WS-LEDGER-SEVERITY
                                          WS-ALERT-SEVERITY.

           EXEC CICS ASSIGN
               USERID   (WS-OPERATOR)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE WS-OPERATOR            TO AV-OPERATOR.

           MOVE FUNCTION CURRENT-DATE  TO WS-NOW-TIMESTAMP.
           MOVE WS-NOW-TIMESTAMP (1:12)
                                       TO WS-NOW-MINUTE.

           EVALUATE TRUE
             WHEN AV-CONSUME-APPROVAL
               PERFORM 3000-CONSUME-APPROVAL
                  THRU 3000-EXIT
             WHEN AV-APPROVE-REQUEST
             WHEN AV-REJECT-REQUEST
               PERFORM 2000-DECIDE-REQUEST
                  THRU 2000-EXIT
             WHEN OTHER
               MOVE 8                  TO AV-RETURN-CODE
               MOVE 'FUNCTION MUST BE A, R OR C'
                                       TO AV-MESSAGE
           END-EVALUATE.

           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      *  APPROVE OR REJECT ONE PENDING REQUEST. A WRONG KEY OR A       *
      *  REQUEST ALREADY DECIDED IS JUST TOLD TO THE OPERATOR; AN      *
      *  ATTEMPT WITHOUT AUTHORITY OR BY THE PREPARER IS A REFUSAL     *
      *  AND IS LEDGERED AND ALERTED.                                  *
      *****************************************************************
       2000-DECIDE-REQUEST.

           MOVE AV-PROGRAM             TO AQ-PROGRAM.
           MOVE AV-REQUESTED           TO AQ-REQUESTED.

           EXEC CICS READ FILE(WS-REQUEST-FILE)
               INTO     (APRV-REQ-REC)
               RIDFLD   (AQ-REQ-KEY)
               UPDATE
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 8                   TO AV-RETURN-CODE
              MOVE 'NO SUCH REQUEST ON FILE'
                                       TO AV-MESSAGE
              GO TO 2000-EXIT
           END-IF.

           IF NOT AQ-PENDING
              PERFORM 2900-RELEASE-REQUEST
                 THRU 2900-EXIT
              MOVE 8                   TO AV-RETURN-CODE
              MOVE 'REQUEST IS NO LONGER PENDING'
                                       TO AV-MESSAGE
              GO TO 2000-EXIT
           END-IF.

           MOVE WS-OPERATOR            TO AU-OPERATOR.

           EXEC CICS READ FILE(WS-AUTH-FILE)
               INTO     (WS-AUTH-REC)
               RIDFLD   (AU-OPERATOR)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
           OR WS-OPERATOR = SPACE
              PERFORM 2900-RELEASE-REQUEST
                 THRU 2900-EXIT
              MOVE 8                   TO AV-RETURN-CODE
              MOVE 'OPERATOR NOT AUTHORIZED TO APPROVE'
                                       TO AV-MESSAGE
              MOVE 08                  TO WS-LEDGER-SEVERITY
                                          WS-ALERT-SEVERITY
              MOVE SPACE               TO WS-ALERT-TEXT
              STRING AV-PROGRAM ' REQUEST ' AV-REQUESTED
                     ' - UNAUTHORIZED DECISION BY ' WS-OPERATOR
                     DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              PERFORM 7000-LOG-ACTION
                 THRU 7000-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF  AV-APPROVE-REQUEST
           AND WS-OPERATOR = AQ-PREPARER
              PERFORM 2900-RELEASE-REQUEST
                 THRU 2900-EXIT
              MOVE 8                   TO AV-RETURN-CODE
              MOVE 'PREPARER CANNOT APPROVE OWN REQUEST'
                                       TO AV-MESSAGE
              MOVE 08                  TO WS-LEDGER-SEVERITY
                                          WS-ALERT-SEVERITY
              MOVE SPACE               TO WS-ALERT-TEXT
              STRING AV-PROGRAM ' REQUEST ' AV-REQUESTED
                     ' - SELF-APPROVAL BY ' WS-OPERATOR
                     DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              PERFORM 7000-LOG-ACTION
                 THRU 7000-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE WS-OPERATOR            TO AQ-APPROVER.

           IF AV-APPROVE-REQUEST
              SET AQ-APPROVED          TO TRUE
              MOVE WS-NOW-TIMESTAMP (1:8)
                                       TO WS-NOW-DATE
              COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) + 1)
              MOVE WS-EXPIRE-DATE      TO AQ-EXPIRES (1:8)
              MOVE WS-NOW-MINUTE (9:4) TO AQ-EXPIRES (9:4)
           ELSE
              SET AQ-REJECTED          TO TRUE
           END-IF.

           EXEC CICS REWRITE FILE(WS-REQUEST-FILE)
               FROM     (APRV-REQ-REC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 8                   TO AV-RETURN-CODE
              MOVE 'UNABLE TO UPDATE THE REQUEST'
                                       TO AV-MESSAGE
              GO TO 2000-EXIT
           END-IF.

           MOVE 04                     TO WS-ALERT-SEVERITY.
           MOVE SPACE                  TO WS-ALERT-TEXT.

           IF AV-APPROVE-REQUEST
              MOVE 'APPROVED - GOOD FOR ONE DAY'
                                       TO AV-MESSAGE
              STRING AV-PROGRAM ' REQUEST ' AV-REQUESTED
                     ' APPROVED BY ' WS-OPERATOR
                     DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
           ELSE
              MOVE 'REJECTED - THE REQUEST CANNOT BE USED'
                                       TO AV-MESSAGE
              MOVE 04                  TO WS-LEDGER-SEVERITY
              STRING AV-PROGRAM ' REQUEST ' AV-REQUESTED
                     ' REJECTED BY ' WS-OPERATOR
                     DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
           END-IF.

           PERFORM 7000-LOG-ACTION
              THRU 7000-EXIT.

       2000-EXIT.
           EXIT.

       2900-RELEASE-REQUEST.

           EXEC CICS UNLOCK FILE(WS-REQUEST-FILE)
               NOHANDLE
               RESP     (WS-LOG-RC)
           END-EXEC.

       2900-EXIT.
           EXIT.

      *****************************************************************
      *  TAKE THE FIRST OPEN APPROVAL FOR THE PROGRAM WHOSE CONTENTS   *
      *  MATCH - APRVCHK'S 0300-CONSUME-APPROVAL, BROWSED THROUGH THE  *
      *  CICS VIEW. THE FOUND ROW IS RE-READ FOR UPDATE BY KEY AND     *
      *  RE-CHECKED, SO TWO TERMINALS CANNOT TAKE THE SAME APPROVAL.   *
      *****************************************************************
       3000-CONSUME-APPROVAL.

           MOVE 'N'                    TO WS-BROWSE-DONE
                                          WS-REQUEST-FOUND.
           MOVE ZERO                   TO WS-REFUSE-REASON.
           MOVE AV-PROGRAM             TO AQ-PROGRAM.
           MOVE LOW-VALUES             TO AQ-REQUESTED.

           EXEC CICS STARTBR FILE(WS-REQUEST-FILE)
               RIDFLD   (AQ-REQ-KEY)
               GTEQ
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Y'                 TO WS-BROWSE-DONE
           END-IF.

           PERFORM 3100-NEXT-REQUEST
              THRU 3100-EXIT
             UNTIL BROWSE-DONE.

           EXEC CICS ENDBR FILE(WS-REQUEST-FILE)
               NOHANDLE
               RESP     (WS-LOG-RC)
           END-EXEC.

           IF REQUEST-FOUND
              EXEC CICS READ FILE(WS-REQUEST-FILE)
                  INTO     (APRV-REQ-REC)
                  RIDFLD   (WS-FOUND-KEY)
                  UPDATE
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
              IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              OR NOT AQ-APPROVED
                 IF WS-RETURN-CODE = DFHRESP(NORMAL)
                    PERFORM 2900-RELEASE-REQUEST
                       THRU 2900-EXIT
                 END-IF
                 MOVE 'N'              TO WS-REQUEST-FOUND
                 MOVE 4                TO WS-REFUSE-REASON
              END-IF
           END-IF.

           IF NOT REQUEST-FOUND
              MOVE 8                   TO AV-RETURN-CODE
              EVALUATE WS-REFUSE-REASON
                WHEN 5
                  MOVE 'APPROVAL HAS EXPIRED'
                                       TO AV-MESSAGE
                WHEN 4
                  MOVE 'APPROVAL ALREADY USED'
                                       TO AV-MESSAGE
                WHEN 3
                  MOVE 'REQUEST NOT YET APPROVED'
                                       TO AV-MESSAGE
                WHEN 2
                  MOVE 'REQUEST WAS REJECTED'
                                       TO AV-MESSAGE
                WHEN 1
                  MOVE 'CARD OR INPUT DIFFERS FROM APPROVAL'
                                       TO AV-MESSAGE
                WHEN OTHER
                  MOVE 'NO APPROVED REQUEST ON FILE'
                                       TO AV-MESSAGE
              END-EVALUATE
              PERFORM 3900-LOG-REFUSAL
                 THRU 3900-EXIT
              GO TO 3000-EXIT
           END-IF.

           SET AQ-USED                 TO TRUE.
           MOVE WS-NOW-MINUTE          TO AQ-USED-STAMP.

           EXEC CICS REWRITE FILE(WS-REQUEST-FILE)
               FROM     (APRV-REQ-REC)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 8                   TO AV-RETURN-CODE
              MOVE 'APPROVAL COULD NOT BE MARKED USED'
                                       TO AV-MESSAGE
              PERFORM 3900-LOG-REFUSAL
                 THRU 3900-EXIT
              GO TO 3000-EXIT
           END-IF.

           MOVE AQ-REQUESTED           TO AV-REQUESTED.
           STRING 'APPROVED BY ' AQ-APPROVER
                  ', PREPARED BY ' AQ-PREPARER
                  DELIMITED BY SIZE
                  INTO AV-MESSAGE.

           MOVE ZERO                   TO WS-LEDGER-SEVERITY
                                          WS-ALERT-SEVERITY.
           PERFORM 7000-LOG-ACTION
              THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

       3100-NEXT-REQUEST.

           EXEC CICS READNEXT FILE(WS-REQUEST-FILE)
               INTO     (APRV-REQ-REC)
               RIDFLD   (AQ-REQ-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
           OR AQ-PROGRAM NOT = AV-PROGRAM
              MOVE 'Y'                 TO WS-BROWSE-DONE
              GO TO 3100-EXIT
           END-IF.

           IF AQ-CONTROL-CARD NOT = AV-CONTROL-CARD
           OR AQ-INPUT-DDNAME NOT = AV-INPUT-DDNAME
           OR AQ-INPUT-COUNT  NOT = AV-INPUT-COUNT
           OR AQ-INPUT-HASH   NOT = AV-INPUT-HASH
              IF  AQ-APPROVED
              AND AQ-EXPIRES > WS-NOW-MINUTE
              AND WS-REFUSE-REASON < 1
                  MOVE 1               TO WS-REFUSE-REASON
              END-IF
              GO TO 3100-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN AQ-APPROVED
              AND AQ-EXPIRES > WS-NOW-MINUTE
               MOVE AQ-REQ-KEY         TO WS-FOUND-KEY
               MOVE 'Y'                TO WS-REQUEST-FOUND
                                          WS-BROWSE-DONE
             WHEN AQ-APPROVED
              AND WS-REFUSE-REASON < 5
               MOVE 5                  TO WS-REFUSE-REASON
             WHEN AQ-USED
              AND WS-REFUSE-REASON < 4
               MOVE 4                  TO WS-REFUSE-REASON
             WHEN AQ-PENDING
              AND WS-REFUSE-REASON < 3
               MOVE 3                  TO WS-REFUSE-REASON
             WHEN AQ-REJECTED
              AND WS-REFUSE-REASON < 2
               MOVE 2                  TO WS-REFUSE-REASON
           END-EVALUATE.

       3100-EXIT.
           EXIT.

       3900-LOG-REFUSAL.

           MOVE 08                     TO WS-LEDGER-SEVERITY
                                          WS-ALERT-SEVERITY.
           MOVE SPACE                  TO WS-ALERT-TEXT.
           STRING 'RUN OF ' AV-PROGRAM ' REFUSED - ' AV-MESSAGE
                  DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT.

           PERFORM 7000-LOG-ACTION
              THRU 7000-EXIT.

       3900-EXIT.
           EXIT.

      *****************************************************************
      *  ONE APRVCHK ROW ON THE RUN LEDGER, AND AN ALERT WHEN THE      *
      *  ACTION CALLS FOR ONE. NEITHER WRITE CAN CHANGE THE ANSWER     *
      *  ALREADY GIVEN TO THE CALLER.                                  *
      *****************************************************************
       7000-LOG-ACTION.

           MOVE SPACE                  TO RUN-LEDGER-REC.
           MOVE 'APRVCHK '             TO RL-REC-PROGRAM.
           MOVE WS-NOW-TIMESTAMP       TO RL-REC-START.
           MOVE FUNCTION CURRENT-DATE  TO RL-REC-END.
           MOVE AV-INPUT-DDNAME        TO RL-REC-INPUT-DDNAME.
           MOVE AV-INPUT-COUNT         TO RL-REC-RECORDS-READ.

           IF AV-RETURN-CODE > ZERO
              MOVE ZERO                TO RL-REC-ACCEPTED
              MOVE 1                   TO RL-REC-REJECTED
           ELSE
              MOVE 1                   TO RL-REC-ACCEPTED
              MOVE ZERO                TO RL-REC-REJECTED
           END-IF.

           MOVE WS-LEDGER-SEVERITY     TO RL-REC-SEVERITY.
           MOVE ZERO                   TO WS-LEDGER-RBA.

           EXEC CICS WRITE FILE(WS-RUNLEDG-FILE)
               FROM     (RUN-LEDGER-REC)
               RIDFLD   (WS-LEDGER-RBA)
               RBA
               NOHANDLE
               RESP     (WS-LOG-RC)
           END-EXEC.

           IF WS-ALERT-SEVERITY = ZERO
              GO TO 7000-EXIT
           END-IF.

           MOVE SPACE                  TO ALERT-REC.
           MOVE FUNCTION CURRENT-DATE  TO AL-ALERT-KEY.
           MOVE AV-PROGRAM             TO AL-SOURCE-PGM.
           MOVE WS-ALERT-SEVERITY      TO AL-SEVERITY.
           MOVE WS-ALERT-TEXT          TO AL-ALERT-TEXT.

           EXEC CICS WRITE FILE(WS-ALERT-FILE)
               FROM     (ALERT-REC)
               RIDFLD   (AL-ALERT-KEY)
               NOHANDLE
               RESP     (WS-LOG-RC)
           END-EXEC.

       7000-EXIT.
           EXIT.
