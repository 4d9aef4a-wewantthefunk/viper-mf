      *    DEFAULTS, SO ADDING THE FILE RESTRICTS NOBODY WHO HASN'T    *
      *    BEEN EXPLICITLY CONFIGURED - THE SAME DEFAULT THE SITE      *
      *    TABLE USES. THE CANCEL PATH IN 3200-START-TRANS2 IS THE     *
      *    REASON THIS LAYER EXISTS. ONLY A 'Y' GRANTS - A FLAG THE   *
      *    QUARTERLY RECERTIFICATION REVOKED ('N') OR SUSPENDED ('S') *
      *    REFUSES THE SELECTION LIKE ONE NEVER GRANTED.              *
      ****************************************************************
       01  WS-USERAUTH-FILE            PIC X(08)  VALUE 'USERAUTH'.

           COPY UAUTHREC.

       01  WS-UA-FILE-RC               PIC S9(08) COMP VALUE ZERO.

               'PF5 - BENEFICIARY OUTCOME INQUIRY (OUTCINQ)'.
           05  WS-HELP-LINE-14         PIC X(80) VALUE
               'PF6 - DATED-RERUN SETUP (RERUNSET)'.
           05  WS-HELP-LINE-15         PIC X(80) VALUE
               'PF7 - MBI LOOKUP (MBIINQ)'.
           05  WS-HELP-LINE-16         PIC X(80) VALUE
               'PF8 - BENEFICIARY SUMMARY, ANY IDENTIFIER (BENSUMM)'.

      ****************************************************************
      *    MENU SELECTION USAGE COUNTER - ONE RECORD PER SELECTION    *
           05  WS-AUD-DATE             PIC  X(10).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-TIME             PIC  X(08).
           05  WS-AUD-MODE             PIC  X(01)  VALUE SPACE.
           05  FILLER                  PIC  X(09)  VALUE SPACE.
                 
      ****************************************************************
      * WORK AREA FOR REFORMATTING SYSTEM TIME & DATE BEFORE DISPLAY *
           05  WS-ACKINQ-TRANS     PIC X(4)           VALUE 'MENA'.
           05  WS-OUTCINQ-TRANS    PIC X(4)           VALUE 'MENB'.
           05  WS-RERUNSET-TRANS   PIC X(4)           VALUE 'MENC'.
           05  WS-MBIINQ-TRANS     PIC X(4)           VALUE 'MEND'.
           05  WS-BENSUMM-TRANS    PIC X(4)           VALUE 'MENE'.
           05  WS-DASH-Q-MEN1      PIC X(8)           VALUE 'DASHMEN1'.
           05  WS-DASH-Q-MEN2      PIC X(8)           VALUE 'DASHMEN2'.
           05  WS-DASH-Q-MEN3      PIC X(8)           VALUE 'DASHMEN3'.
      ****************************************************************
       COPY DATEAREA.

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

           PERFORM 1000-INITIAL-PROCESS-CHECK
              THRU 1000-EXIT.

           EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  TRAINING OR PRODUCTION - ASKED OF TRNGCHK ON EVERY ENTRY.    *
      *  THE MENU HAS NO TRAINING FILES OF ITS OWN (USERAUTH IS       *
      *  REFERENCE DATA AND SELCOUNT IS SIMPLY NOT TALLIED), BUT A    *
      *  TRAINING SESSION SHOWS THE BANNER, TAGS ITS AUDIT RECORDS,   *
      *  AND IS REFUSED THE PRODUCTION OPERATIONS SELECTIONS 1-5 AND  *
      *  THE PF6 DATED-RERUN SETUP. A TRNGCHK THAT CANNOT BE REACHED  *
      *  LEAVES THE MENU ON PRODUCTION.                               *
      *****************************************************************
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
                 
      *****************************************************************
      *  PROCESS A REQUEST.                                          *
              IF EIBAID EQUAL DFHPF6
                   GO TO 3730-START-RERUNSET
              ELSE
              IF EIBAID EQUAL DFHPF7
                   GO TO 3740-START-MBIINQ
              ELSE
              IF EIBAID EQUAL DFHPF8
                   GO TO 3750-START-BENSUMM
              ELSE
              IF EIBAID EQUAL DFHPF1
                   GO TO 3800-DISPLAY-HELP
              ELSE
               MOVE 'Y' TO WS-USER-SEL-OK (WS-UA-SUB)
           END-PERFORM.

           MOVE WS-SIGNED-ON-USER      TO UA-USER-ID.

           EXEC CICS
               READ FILE(WS-USERAUTH-FILE)
               INTO(USER-AUTH-REC)
               RIDFLD(UA-USER-ID)
               NOHANDLE
               RESP(WS-UA-FILE-RC)
           END-EXEC.
           IF WS-UA-FILE-RC = DFHRESP(NORMAL)
              PERFORM VARYING WS-UA-SUB FROM 1 BY 1
                        UNTIL WS-UA-SUB > 9
                  IF UA-SEL-FLAG (WS-UA-SUB) = 'Y'
                     MOVE 'Y' TO WS-USER-SEL-OK (WS-UA-SUB)
                  ELSE
                     MOVE 'N' TO WS-USER-SEL-OK (WS-UA-SUB)
                  END-IF
              END-PERFORM
           END-IF.

      *    THE OPERATIONS STARTS 1-5 DRIVE PRODUCTION BATCH WORK AND
      *    HAVE NO TRAINING COUNTERPART - A TRAINING SESSION IS REFUSED
      *    THEM THROUGH THE ORDINARY REFUSAL PATH.

           IF TRAINING-SESSION
              PERFORM VARYING WS-UA-SUB FROM 1 BY 1
                        UNTIL WS-UA-SUB > 5
                  MOVE 'N' TO WS-USER-SEL-OK (WS-UA-SUB)
              END-PERFORM
           END-IF.

       3066-RECORD-REFUSAL.

           MOVE WS-PROGRAM-ID    TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE  TO WS-AUD-MODE.
           MOVE '3065 '          TO WS-AUD-PARAGRAPH.
           MOVE WS-REFUSED-SEL   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID         TO WS-AUD-TERM.
           MOVE 'SELECTION NOT AUTHORIZED FOR THIS OPERATOR '
             TO MESSAGEO.

           IF TRAINING-SESSION
           AND WS-REFUSED-SEL < 6
              MOVE 'SELECTION NOT AVAILABLE IN TRAINING MODE '
                TO MESSAGEO
           END-IF.

       3066-EXIT.
           EXIT.

      *  STATUS AND 9000-ERROR). A KEY NOT FOUND YET TODAY IS WRITTEN  *
      *  AS A NEW RECORD STARTING AT 1 RATHER THAN TREATED AS AN       *
      *  ERROR.                                                       *
      *  A TRAINING SESSION IS NOT TALLIED - ITS PRACTICE             *
      *  SELECTIONS ARE NOT PRODUCTION USE.                           *
      *****************************************************************
       3090-TALLY-SELECTION.

           IF TRAINING-SESSION
              GO TO 3090-EXIT
           END-IF.

           MOVE WS-TASK-DATE-ISO       TO WS-SC-DATE.
           MOVE WS-SC-SELECTION-WORK   TO WS-SC-SELECTION.
           MOVE WS-SIGNED-ON-USER      TO WS-SC-USER.
      *  SAME ARRANGEMENT AS THE PF2/PF4/PF5 TOOLS. IT CHANGES THE    *
      *  BUSDATE CONTROL RECORD, SO ITS OWN SCREEN DOES THE           *
      *  VALIDATING AND CONFIRMING.                                   *
      *  A TRAINING SESSION IS REFUSED HERE WITH A MESSAGE - THE      *
      *  BUSDATE CONTROL RECORD HAS NO TRAINING COPY.                 *
      *****************************************************************
       3730-START-RERUNSET.

           IF TRAINING-SESSION
              MOVE 'DATED-RERUN SETUP NOT AVAILABLE IN TRAINING MODE'
                TO MESSAGEO
              PERFORM 4100-DISPLAY-REFRSH-MAP
                 THRU 4100-EXIT
              GO TO 6000-TERMINATION-ROUTINE
           END-IF.

           EXEC CICS
               START INTERVAL(WS-INTERVAL)
               TRANSID(WS-RERUNSET-TRANS)
                 THRU 4100-EXIT
              GO TO 6000-TERMINATION-ROUTINE.

      *****************************************************************
      *  STARTS THE MBI LOOKUP (MBIINQ), REACHED VIA PF7 - SAME       *
      *  ARRANGEMENT AS THE PF4/PF5 READ-ONLY INQUIRIES.              *
      *****************************************************************
       3740-START-MBIINQ.

           EXEC CICS
               START INTERVAL(WS-INTERVAL)
               TRANSID(WS-MBIINQ-TRANS)
               TERMID(EIBTRMID)
               REQID(WS-REQID)
               NOHANDLE
               RESP(WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
               GO TO 9900-EXIT-SYSTEM
           ELSE
               MOVE ' UNABLE TO START MBI LOOKUP'
                 TO  MESSAGEO.
              MOVE '03740'
                TO  MNU020W-ERROR-PARA
              MOVE 'STR TRAN'
                TO  MNU020W-ERROR-LITERAL
              MOVE WS-MBIINQ-TRANS
                TO  MNU020W-ERROR-VALUE
              PERFORM 9000-ERROR
                 THRU 9000-EXIT
              PERFORM 4100-DISPLAY-REFRSH-MAP
                 THRU 4100-EXIT
              GO TO 6000-TERMINATION-ROUTINE.

      *****************************************************************
      *  STARTS THE BENEFICIARY SUMMARY (BENSUMM), REACHED VIA PF8 -  *
      *  SAME ARRANGEMENT AS THE PF4/PF5 READ-ONLY INQUIRIES.         *
      *****************************************************************
       3750-START-BENSUMM.

           EXEC CICS
               START INTERVAL(WS-INTERVAL)
               TRANSID(WS-BENSUMM-TRANS)
               TERMID(EIBTRMID)
               REQID(WS-REQID)
               NOHANDLE
               RESP(WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE = DFHRESP(NORMAL)
               GO TO 9900-EXIT-SYSTEM
           ELSE
               MOVE ' UNABLE TO START BENEFICIARY SUMMARY'
                 TO  MESSAGEO.
              MOVE '03750'
                TO  MNU020W-ERROR-PARA
              MOVE 'STR TRAN'
                TO  MNU020W-ERROR-LITERAL
              MOVE WS-BENSUMM-TRANS
                TO  MNU020W-ERROR-VALUE
              PERFORM 9000-ERROR
                 THRU 9000-EXIT
              PERFORM 4100-DISPLAY-REFRSH-MAP
                 THRU 4100-EXIT
              GO TO 6000-TERMINATION-ROUTINE.

      *****************************************************************
      *  PF1 HELP PANEL - SENDS THE HELP TEXT AND RETURNS TO THE MAP  *
      *  ON THE CLERK'S NEXT ENTER, MATCHING HOW 4700-SEND-SYSTEM-    *

           MOVE WS-CURSOR-POS TO SELECTL.

           MOVE TG-BANNER              TO TRAINO
           EXEC CICS SEND MAP ('MNUMMNU')
               FROM     (MNUMMNUI)
               ERASE

           MOVE WS-CURSOR-POS TO SELECTL.

           MOVE TG-BANNER              TO TRAINO
           EXEC CICS SEND MAP ('MNUMMNU')
               FROM     (MNUMMNUI)
               DATAONLY
           END-EXEC.

           MOVE WS-PROGRAM-ID    TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE  TO WS-AUD-MODE.
           MOVE MNU020W-ERROR-PARA
                                 TO WS-AUD-PARAGRAPH.
           MOVE WS-RETURN-CODE   TO WS-AUD-RESP-CODE.
