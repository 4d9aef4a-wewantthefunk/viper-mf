      *      - NOT IN THE FUTURE
      *      - A DATE THE CYCLE ACTUALLY RAN, PROVEN BY A RUNLEDG
      *        ENTRY STARTING ON IT (CICS-DEFINED RUNLDGF VIEW)
      *      - NOT INSIDE A MONTH PERCLOSE HAS CERTIFIED CLOSED
      *        (PERCTLF VIEW OF THE PERCTL PERIOD CONTROL MASTER) -
      *        ITS FIGURES ARE PUBLISHED, AND ONLY A SUPERVISOR'S
      *        REOPEN THROUGH PERCLOSE LETS A RERUN INTO IT
      *    ONLY THEN IS THE BUSDATE CONTROL RECORD SET (BUSDATEF
      *    VIEW - THE SAME DATASET GETBDATE AND CICS09 READ), THE
      *    SCREEN SHOWS EXACTLY WHAT EVERY GETBDATE CALLER WILL SEE,
      *    RECORD IN GETBDATE'S PRECEDENCE - THE SCREEN SAYS SO
      *    WHENEVER IT ANSWERS, SINCE CICS CANNOT SEE A BATCH
      *    REGION'S ENVIRONMENT.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN UNDER A TRAINING BANNER AND CAN LOOK BUT NOT ACT -
      *    THE BUSDATE CONTROL RECORD AND THE RERUN MARKER ARE
      *    PRODUCTION CONTROLS WITH NO TRAINING COPY, SO A SET OR A
      *    CLEAR IS REFUSED (SEE 1800-CHECK-TRAINING).
      *
      *    A SET OR A CLEAR ALSO NEEDS A SECOND OPERATOR. THE ACTION
      *    AND DATE ARE PREPARED AHEAD (APRVPREP, CONTROL CARD E.G.
      *    S20261014) AND APPROVED BY SOMEONE ELSE ON THE APRV SCREEN;
      *    ONCE EVERY OTHER CHECK HAS PASSED, APRVONL (LINKED) MUST
      *    FIND THAT APPROVED, UNEXPIRED, UNUSED REQUEST AND MARK IT
      *    USED, OR THE CONTROL RECORD IS LEFT ALONE. APRVONL LEDGERS
      *    AND ALERTS A REFUSAL (SEE 3300-CHECK-APPROVAL).

       DATA DIVISION.


       01  WS-BUSDATE-FILE             PIC X(08)  VALUE 'BUSDATEF'.
       01  WS-RUNLEDG-FILE             PIC X(08)  VALUE 'RUNLDGF '.
       01  WS-PERCTL-FILE              PIC X(08)  VALUE 'PERCTLF '.

       01  WS-BUSDATE-REC              PIC X(08)  VALUE SPACE.
       01  WS-BUSDATE-RBA              PIC S9(08) COMP VALUE ZERO.
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).

           COPY PERCTL.

       01  WS-KEYED-DATE               PIC X(08)  VALUE SPACE.
       01  WS-TODAY-DATE               PIC X(08)  VALUE SPACE.
       01  WS-OPERATOR                 PIC X(08)  VALUE SPACE.
           05  WS-AUD-DATE             PIC  X(10).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-TIME             PIC  X(08).
           05  WS-AUD-MODE             PIC  X(01)  VALUE SPACE.
           05  FILLER                  PIC  X(09)  VALUE SPACE.

       01  WS-AUDIT-QUEUE              PIC X(04)  VALUE 'AUDT'.

      *    APPROVAL SERVICE COMMAREA - SAME LAYOUT AS APRVONL'S OWN
      *    DFHCOMMAREA. THE APPROVED CARD IS THE ACTION BYTE FOLLOWED
      *    BY THE DATE AS KEYED; THERE IS NO INPUT DATASET.

       01  WS-APRVONL-AREA.
           05  AV-FUNCTION             PIC  X(01).
           05  AV-PROGRAM              PIC  X(08).
           05  AV-OPERATOR             PIC  X(08).
           05  AV-REQUESTED            PIC  X(14).
           05  AV-CONTROL-CARD.
               10  AV-CARD-ACTION      PIC  X(01).
               10  AV-CARD-DATE        PIC  X(08).
               10  FILLER              PIC  X(31).
           05  AV-INPUT-DDNAME         PIC  X(08).
           05  AV-INPUT-COUNT          PIC  9(09).
           05  AV-INPUT-HASH           PIC  9(15).
           05  AV-MESSAGE              PIC  X(40).
           05  AV-RETURN-CODE          PIC  9(02).

       01  WS-APRVONL-RC               PIC S9(08) COMP VALUE ZERO.
       01  WS-RUN-APPROVED             PIC X(01)  VALUE 'N'.
       01  WS-AUDIT-WRITE-RC           PIC S9(08) COMP VALUE ZERO.

       COPY RRSTMAP.

      *    TRAINING-SESSION CHECK - SAME LAYOUT AS TRNGCHK'S OWN
      *    COMMAREA. THE FILE NAMES GO IN AS PRODUCTION NAMES AND COME
      *    BACK AS TRAINING NAMES FOR AN OPERATOR OR TERMINAL ON THE
      *    TRAINING ROSTER. WS-SESSION-MODE TAGS EVERY LOG RECORD THE
      *    SCREEN WRITES ('T' FOR TRAINING, SPACE FOR PRODUCTION).

       01  WS-TRNGCHK-AREA.
           05  TG-TRAINING             PIC  X(01).
               88  TG-TRAINING-ON                  VALUE 'Y'.
           05  TG-BANNER               PIC  X(20).
           05  TG-FILE-COUNT           PIC  9(02).
           05  TG-FILE-NAME            PIC  X(08)  OCCURS 8 TIMES.

       01  WS-TRNGCHK-RC               PIC S9(08) COMP VALUE ZERO.

       01  WS-SESSION-MODE             PIC X(01)  VALUE SPACE.
           88  TRAINING-SESSION                   VALUE 'T'.

      ****************************************************************
      *    CICS DFHAID - FOR PF KEY USAGE                            *
      ****************************************************************

       0000-MAIN-LINE.

           PERFORM 1800-CHECK-TRAINING
              THRU 1800-EXIT.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA        TO WS-COM-AREA
           ELSE
           PERFORM 5000-SHOW-EFFECTIVE-DATE
              THRU 5000-EXIT.

           MOVE TG-BANNER              TO RRSTRNO
           EXEC CICS SEND MAP('RRSTMAP')
               FROM     (RRSTMAPI)
               ERASE
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TODAY-DATE.

           IF TRAINING-SESSION
               MOVE 'NOT AVAILABLE IN TRAINING MODE'
                                       TO RRSMSGO
               GO TO 2090-SHOW-RESULT
           END-IF.

           EVALUATE RRSACTI
             WHEN 'S'
               PERFORM 3000-SET-RERUN-DATE
                                       TO RRSMSGO
           END-EVALUATE.

       2090-SHOW-RESULT.

           PERFORM 5000-SHOW-EFFECTIVE-DATE
              THRU 5000-EXIT.

           MOVE TG-BANNER              TO RRSTRNO
           EXEC CICS SEND MAP('RRSTMAP')
               FROM     (RRSTMAPO)
               DATAONLY
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-KEYED-DATE (1:6)    TO PC-PERIOD.

           EXEC CICS READ FILE(WS-PERCTL-FILE)
               INTO     (PERIOD-CTL-REC)
               RIDFLD   (PC-PERIOD)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF  WS-RETURN-CODE = DFHRESP(NORMAL)
           AND PC-PERIOD-CLOSED
               MOVE 'PERIOD CLOSED - SUPERVISOR MUST REOPEN'
                                       TO RRSMSGO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-CHECK-APPROVAL
              THRU 3300-EXIT.

           IF WS-RUN-APPROVED NOT = 'Y'
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-WRITE-CONTROL-RECORD
              THRU 3200-EXIT.

       3200-EXIT.
           EXIT.

      *    THE SECOND OPERATOR'S APPROVAL, TAKEN LAST SO A REQUEST IS
      *    NEVER USED UP BY A SET OR CLEAR THAT FAILS ITS OWN CHECKS.
      *    AN UNREACHABLE APRVONL REFUSES - THE CONTROL FAILS CLOSED.

       3300-CHECK-APPROVAL.

           MOVE 'N'                    TO WS-RUN-APPROVED.
           MOVE SPACE                  TO WS-APRVONL-AREA.
           MOVE 'C'                    TO AV-FUNCTION.
           MOVE 'RERUNSET'             TO AV-PROGRAM.
           MOVE RRSACTI                TO AV-CARD-ACTION.
           MOVE WS-KEYED-DATE          TO AV-CARD-DATE.
           MOVE ZERO                   TO AV-INPUT-COUNT
                                          AV-INPUT-HASH
                                          AV-RETURN-CODE.

           EXEC CICS LINK PROGRAM('APRVONL')
               COMMAREA(WS-APRVONL-AREA)
               LENGTH(LENGTH OF WS-APRVONL-AREA)
               NOHANDLE
               RESP(WS-APRVONL-RC)
           END-EXEC.

           IF WS-APRVONL-RC NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL SERVICE NOT AVAILABLE'
                                       TO RRSMSGO
               GO TO 3300-EXIT
           END-IF.

           IF AV-RETURN-CODE NOT = ZERO
               MOVE AV-MESSAGE         TO RRSMSGO
               GO TO 3300-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-RUN-APPROVED.

       3300-EXIT.
           EXIT.

      *    THE CLEAR IS CONFIRMED BY RE-KEYING THE DATE CURRENTLY ON
      *    THE CONTROL RECORD - NOBODY CLEARS AN OVERRIDE THEY HAVE
      *    NOT LOOKED AT. THE RECORD IS BLANKED, NOT DELETED;
              GO TO 4000-EXIT
           END-IF.

           PERFORM 3300-CHECK-APPROVAL
              THRU 3300-EXIT.

           IF WS-RUN-APPROVED NOT = 'Y'
              EXEC CICS UNLOCK FILE(WS-BUSDATE-FILE)
                  NOHANDLE
                  RESP     (WS-RETURN-CODE)
              END-EXEC
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACE                  TO WS-BUSDATE-REC.

           EXEC CICS REWRITE FILE(WS-BUSDATE-FILE)
       6000-EXIT.
           EXIT.

      *    TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY,
      *    BEFORE ANY FILE IS TOUCHED OR ANY MAP IS SENT. A TRNGCHK
      *    THAT CANNOT BE REACHED LEAVES THE SCREEN ON PRODUCTION.

       1800-CHECK-TRAINING.

           MOVE SPACE                  TO WS-TRNGCHK-AREA.
           MOVE ZERO                   TO TG-FILE-COUNT.

           EXEC CICS LINK PROGRAM('TRNGCHK')
               COMMAREA(WS-TRNGCHK-AREA)
               LENGTH(LENGTH OF WS-TRNGCHK-AREA)
               NOHANDLE
               RESP(WS-TRNGCHK-RC)
           END-EXEC.

           IF WS-TRNGCHK-RC NOT = DFHRESP(NORMAL)
           OR NOT TG-TRAINING-ON
               MOVE SPACE              TO WS-SESSION-MODE
                                          TG-BANNER
               GO TO 1800-EXIT
           END-IF.

           MOVE 'T'                    TO WS-SESSION-MODE.

       1800-EXIT.
           EXIT.

      *    SHOWS THE CONTROL RECORD AND WHAT EVERY GETBDATE CALLER
      *    WILL SEE UNDER ITS PRECEDENCE - THE CONTROL RECORD WHEN
      *    SET ('C'), THE SYSTEM DATE OTHERWISE ('S'). A PROCDATE
       7000-WRITE-AUDIT.

           MOVE 'RERUNSET'             TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           IF RRSACTI = 'C'
              MOVE '04000'             TO WS-AUD-PARAGRAPH
           ELSE
