      *    FRONT OF ITS ROW - THAT ONE SHOULD NOT STILL BE SITTING
      *    THERE.
      *
      *    EACH ROW ALSO SHOWS WHO CURRENTLY OWNS THE ALERT AND HOW
      *    MANY TIMES IT HAS ESCALATED (E00 - E02), FROM THE ALERTOWN
      *    COMPANION ROW ALERTESC KEEPS AS IT WALKS AN UNACKNOWLEDGED
      *    ALERT UP THE ON-CALL LADDER. AN ALERT ALERTESC HAS NOT YET
      *    SEEN SHOWS '-' AS ITS OWNER.
      *
      *    THE SEVEN LISTED KEYS RIDE IN THE COMMAREA SO THE ACK ON
      *    THE NEXT ENTER REWRITES EXACTLY THE RECORD THE OPERATOR
      *    WAS LOOKING AT.

       01  WS-ALERT-FILE               PIC X(08)  VALUE 'ALERTFIL'.

       01  WS-OWNER-FILE               PIC X(08)  VALUE 'ALERTOWN'.

      *    MIRRORS ALERTSUB'S ALERT-REC FILE LAYOUT.

       01  ALERT-REC.
           05  AL-ACK-USER             PIC  X(08).
           05  AL-ACK-NOTE             PIC  X(30).

           COPY ALRTOWN.

       01  WS-ROW-COUNT                PIC 9(01)  VALUE ZERO.
       01  WS-ROW-SUB                  PIC 9(01)  VALUE ZERO.
       01  WS-SEL-SUB                  PIC 9(01)  VALUE ZERO.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-SEVERITY         PIC 9(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-TEXT             PIC X(27).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  WS-ROW-OWNER            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  FILLER                  PIC X(01)  VALUE 'E'.
           05  WS-ROW-ESCALATIONS      PIC 9(02).

       01  WS-SIGNED-ON-USER           PIC X(08)  VALUE SPACE.

      *****************************************************************
      *  FORMATS ONE LIST ROW AND REMEMBERS ITS KEY IN THE COMMAREA    *
      *  SLOT FOR THE ACK. AN UNACKNOWLEDGED ABEND-SEVERITY ALERT      *
      *  OLDER THAN A SHIFT LEADS WITH '**'. THE OWNER AND ESCALATION  *
      *  COUNT COME FROM THE ALERT'S ALERTOWN COMPANION ROW.           *
      *****************************************************************
       1100-BUILD-ONE-ROW.

           MOVE AL-ALERT-KEY (1:14)    TO WS-ROW-TIME.
           MOVE AL-SOURCE-PGM          TO WS-ROW-SOURCE.
           MOVE AL-SEVERITY            TO WS-ROW-SEVERITY.
           MOVE AL-ALERT-TEXT (1:27)   TO WS-ROW-TEXT.

           MOVE '-'                    TO WS-ROW-OWNER.
           MOVE ZERO                   TO WS-ROW-ESCALATIONS.

           EXEC CICS READ FILE(WS-OWNER-FILE)
               INTO     (ALERT-OWNER-REC)
               RIDFLD   (AL-ALERT-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND AO-LEVEL > ZERO
           AND AO-LEVEL < 4
               MOVE AO-STEP-CONTACT (AO-LEVEL)
                                       TO WS-ROW-OWNER
               MOVE AO-ESCALATIONS     TO WS-ROW-ESCALATIONS
           END-IF.

           EVALUATE WS-ROW-COUNT
             WHEN 1 MOVE WS-ROW-BUILD  TO ALRROW1O
