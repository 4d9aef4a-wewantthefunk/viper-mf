       ID DIVISION.
       PROGRAM-ID.    APRVADM.

      *    TWO-PERSON APPROVAL SCREEN (APRV, STARTED DIRECTLY LIKE
      *    ALRT - NOT ON THE MENU). HICRVAPP, RRBBKOUT, HICRECNV,
      *    STATMNT AND RERUNSET EACH REFUSE TO ACT UNLESS THEY FIND
      *    AN APPROVED, UNEXPIRED, UNUSED REQUEST ON THE APRVREQ
      *    MASTER WHOSE CONTROL CARD AND INPUT MATCH WHAT THEY WERE
      *    GIVEN. APRVPREP WRITES THE REQUEST PENDING AND PRINTS ITS
      *    KEY; HERE A SECOND OPERATOR KEYS THAT PROGRAM AND REQUEST
      *    STAMP, REVIEWS EXACTLY WHAT WAS PREPARED - WHO PREPARED
      *    IT, THE CONTROL-CARD IMAGE, THE INPUT DD AND ITS RECORD
      *    COUNT AND HASH - AND KEYS 'A' TO APPROVE OR 'R' TO REJECT.
      *    WITH THE ACTION LEFT BLANK THE SCREEN ONLY SHOWS THE
      *    REQUEST.
      *
      *    THE DECISION ITSELF IS MADE BY APRVONL (LINKED), WHICH
      *    TAKES THE SIGNED-ON USER, CHECKS THE APRVAUTF AUTHORIZATION
      *    ROW AND THAT THE APPROVER IS NOT THE PREPARER, STAMPS A
      *    ONE-DAY EXPIRY, AND PUTS THE DECISION - OR THE REFUSED
      *    ATTEMPT - ON THE RUN LEDGER AND THE ALERT MASTER.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER RUNS THIS
      *    SCREEN UNDER A TRAINING BANNER AND CAN LOOK BUT NOT ACT -
      *    THE APRVREQ MASTER IS A PRODUCTION CONTROL WITH NO
      *    TRAINING COPY (SEE 1800-CHECK-TRAINING).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-COM-AREA                 PIC X(01)  VALUE SPACE.
           88  FIRST-TIME                         VALUE SPACE.

       01  COMM-AREA-LENGTH            PIC S9(04) COMP VALUE +0001.

       01  WS-RETURN-CODE              PIC S9(08) COMP VALUE ZERO.

       01  WS-THIS-TRANS               PIC X(04)  VALUE 'APRV'.

       01  WS-REQUEST-FILE             PIC X(08)  VALUE 'APRVREQF'.

           COPY APRVREQ.

      *    APPROVAL SERVICE COMMAREA - SAME LAYOUT AS APRVONL'S OWN
      *    DFHCOMMAREA (THE SHAPE OF APRVCHK'S PARAMETERS).

       01  WS-APRVONL-AREA.
           05  AV-FUNCTION             PIC  X(01).
           05  AV-PROGRAM              PIC  X(08).
           05  AV-OPERATOR             PIC  X(08).
           05  AV-REQUESTED            PIC  X(14).
           05  AV-CONTROL-CARD         PIC  X(40).
           05  AV-INPUT-DDNAME         PIC  X(08).
           05  AV-INPUT-COUNT          PIC  9(09).
           05  AV-INPUT-HASH           PIC  9(15).
           05  AV-MESSAGE              PIC  X(40).
           05  AV-RETURN-CODE          PIC  9(02).

       01  WS-APRVONL-RC               PIC S9(08) COMP VALUE ZERO.

       COPY APRVMAP.

      *    TRAINING-SESSION CHECK - SAME LAYOUT AS TRNGCHK'S OWN
      *    COMMAREA.

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
       COPY DFHAID.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(01).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1800-CHECK-TRAINING
              THRU 1800-EXIT.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA        TO WS-COM-AREA
           ELSE
               MOVE SPACE              TO WS-COM-AREA
           END-IF

           IF EIBCALEN > 0
               IF EIBAID EQUAL DFHPF3
               OR EIBAID EQUAL DFHCLEAR
                   GO TO 9900-EXIT-SYSTEM
               ELSE
                   GO TO 2000-RECEIVE-AND-ACT
           ELSE
               GO TO 1000-FIRST-TIME.

       1000-FIRST-TIME.

           MOVE LOW-VALUES             TO APRVMAPO.

      *    THE O-SIDE REDEFINES THE I-SIDE, SO THE LABEL LITERALS GO
      *    BACK IN AFTER THE LOW-VALUES CLEAR - RERUNSET'S PATTERN.

           PERFORM 1100-LOAD-LABELS
              THRU 1100-EXIT.

           MOVE 'KEY PROGRAM AND REQUEST STAMP'
                                       TO APVMSGO.

           MOVE TG-BANNER              TO APVTRNO
           EXEC CICS SEND MAP('APRVMAP')
               FROM     (APRVMAPI)
               ERASE
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

       1100-LOAD-LABELS.

           MOVE 'PROGRAM: '            TO APVLBL1O.
           MOVE 'REQUEST STAMP: '      TO APVLBL2O.
           MOVE 'ACTION (A/R): '       TO APVLBL3O.
           MOVE 'STATUS (P/A/R/U): '   TO APVLBL4O.
           MOVE 'PREPARED BY: '        TO APVLBL5O.
           MOVE 'CONTROL CARD: '       TO APVLBL6O.
           MOVE 'INPUT DD/COUNT: '     TO APVLBL7O.
           MOVE 'INPUT HASH: '         TO APVLBL8O.
           MOVE 'DECIDED BY: '         TO APVLBL9O.
           MOVE 'EXPIRES: '            TO APVLBLAO.

       1100-EXIT.
           EXIT.

       2000-RECEIVE-AND-ACT.

           EXEC CICS RECEIVE MAP('APRVMAP')
               INTO     (APRVMAPI)
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE SPACE                  TO APVMSGO.

           IF APVACTI = SPACE OR LOW-VALUE
              GO TO 2090-SHOW-RESULT
           END-IF.

           IF TRAINING-SESSION
               MOVE 'NOT AVAILABLE IN TRAINING MODE'
                                       TO APVMSGO
               GO TO 2090-SHOW-RESULT
           END-IF.

           IF APVACTI NOT = 'A' AND APVACTI NOT = 'R'
               MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
                                       TO APVMSGO
               GO TO 2090-SHOW-RESULT
           END-IF.

           PERFORM 3000-DECIDE-REQUEST
              THRU 3000-EXIT.

       2090-SHOW-RESULT.

           PERFORM 5000-SHOW-REQUEST
              THRU 5000-EXIT.

           PERFORM 1100-LOAD-LABELS
              THRU 1100-EXIT.

           MOVE SPACE                  TO APVACTO.
           MOVE TG-BANNER              TO APVTRNO
           EXEC CICS SEND MAP('APRVMAP')
               FROM     (APRVMAPO)
               DATAONLY
               FREEKB
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           GO TO 6000-RETURN-CONVERSE.

      *    THE DECISION IS APRVONL'S - THE SCREEN ONLY PASSES THE KEY
      *    AND THE ACTION, AND SHOWS WHAT CAME BACK.

       3000-DECIDE-REQUEST.

           MOVE SPACE                  TO WS-APRVONL-AREA.
           MOVE ZERO                   TO AV-INPUT-COUNT
                                          AV-INPUT-HASH
                                          AV-RETURN-CODE.
           MOVE APVACTI                TO AV-FUNCTION.
           MOVE APVPGMI                TO AV-PROGRAM.
           MOVE APVREQI                TO AV-REQUESTED.

           EXEC CICS LINK PROGRAM('APRVONL')
               COMMAREA(WS-APRVONL-AREA)
               LENGTH(LENGTH OF WS-APRVONL-AREA)
               NOHANDLE
               RESP(WS-APRVONL-RC)
           END-EXEC.

           IF WS-APRVONL-RC NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL SERVICE NOT AVAILABLE'
                                       TO APVMSGO
               GO TO 3000-EXIT
           END-IF.

           MOVE AV-MESSAGE             TO APVMSGO.

       3000-EXIT.
           EXIT.

      *    SHOWS THE REQUEST AS IT NOW STANDS ON THE MASTER, SO AFTER
      *    A DECISION THE OPERATOR SEES THE NEW STATUS AND EXPIRY.

       5000-SHOW-REQUEST.

           MOVE APVPGMI                TO AQ-PROGRAM.
           MOVE APVREQI                TO AQ-REQUESTED.

           EXEC CICS READ FILE(WS-REQUEST-FILE)
               INTO     (APRV-REQ-REC)
               RIDFLD   (AQ-REQ-KEY)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACE              TO APVSTAO
                                          APVPRPO
                                          APVCRDO
                                          APVDDO
                                          APVCNTO
                                          APVHSHO
                                          APVAPRO
                                          APVEXPO
               IF APVMSGO = SPACE
                   MOVE 'NO SUCH REQUEST ON FILE'
                                       TO APVMSGO
               END-IF
               GO TO 5000-EXIT
           END-IF.

           MOVE AQ-PROGRAM             TO APVPGMO.
           MOVE AQ-REQUESTED           TO APVREQO.
           MOVE AQ-STATUS              TO APVSTAO.
           MOVE AQ-PREPARER            TO APVPRPO.
           MOVE AQ-CONTROL-CARD        TO APVCRDO.
           MOVE AQ-INPUT-DDNAME        TO APVDDO.
           MOVE AQ-INPUT-COUNT         TO APVCNTO.
           MOVE AQ-INPUT-HASH          TO APVHSHO.
           MOVE AQ-APPROVER            TO APVAPRO.
           MOVE AQ-EXPIRES             TO APVEXPO.

           IF APVMSGO = SPACE
               EVALUATE TRUE
                 WHEN AQ-PENDING
                   MOVE 'PENDING - KEY A OR R TO DECIDE'
                                       TO APVMSGO
                 WHEN AQ-APPROVED
                   MOVE 'APPROVED - WAITING FOR THE RUN'
                                       TO APVMSGO
                 WHEN AQ-REJECTED
                   MOVE 'REJECTED'     TO APVMSGO
                 WHEN AQ-USED
                   MOVE 'USED - TAKEN BY THE RUN'
                                       TO APVMSGO
               END-EVALUATE
           END-IF.

       5000-EXIT.
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

       6000-RETURN-CONVERSE.

           EXEC CICS RETURN
               TRANSID(WS-THIS-TRANS)
               COMMAREA(WS-COM-AREA)
               LENGTH(COMM-AREA-LENGTH)
           END-EXEC.

       9900-EXIT-SYSTEM.

           EXEC CICS RETURN
           END-EXEC.
