      *    SIGNED-ON OPERATOR - PREVIEWING STAYS OPEN TO EVERYONE,
      *    SUBMITTING DOES NOT. A CORRECTION THAT STILL REJECTS
      *    CANNOT BE SUBMITTED AT ALL.
      *
      *    A CONGRESSIONAL OR HARDSHIP CASE CAN BE FLAGGED FOR THE
      *    EXPEDITED LANE: ACTION 'E' ON A HIC THAT CONVERTS CLEAN
      *    SENDS THE HIC, OPERATOR, TERMINAL AND TIME TO THE CEXP
      *    TRANSIENT-DATA DESTINATION, WHOSE ACCUMULATION THE INTRADAY
      *    EXPXMIT JOB READS AS EXPIN - IT CONVERTS THE HIC, UPDATES
      *    THE CROSSWALK AND SENDS IT OUT OF CYCLE. EXPEDITING IS A
      *    SEPARATE AUTHORITY FROM SUBMITTING: A ROW ON THE EXPAUTHF
      *    SITE FILE, SAME SHAPE AS CORAUTHF. A TRAINING SESSION IS
      *    NEVER ALLOWED TO EXPEDITE - THE SEND IS A REAL ONE.
      *
      *    EVERY LOOKUP IS WRITTEN TO THE BACC BENEFICIARY-DATA ACCESS
      *    LOG (SEE 7300-LOG-ACCESS) FOR THE PRIVACY REVIEW.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER SEES A
      *    TRAINING BANNER HERE AND ITS LOG RECORDS ARE TAGGED AS
      *    TRAINING (SEE 1800-CHECK-TRAINING). THE SCREEN READS ONLY
      *    REFERENCE DATA, SO THERE IS NO TRAINING FILE TO SWITCH TO.

       DATA DIVISION.

       01  WS-AUTH-FILE                PIC X(08)  VALUE 'CORAUTHF'.
       01  WS-OPERATOR                 PIC X(08)  VALUE SPACE.

       01  WS-EXP-QUEUE                PIC X(04)  VALUE 'CEXP'.
       01  WS-EXP-AUTH-FILE            PIC X(08)  VALUE 'EXPAUTHF'.

      *    ONE SUBMISSION - THE SHAPE RRBDRIVE'S CORRIN READS.

       01  WS-CORRECTION-RECORD.
           05  CR-TERM                 PIC X(04).
           05  CR-TIME                 PIC X(08).

      *    ONE EXPEDITE REQUEST - THE SHAPE EXPXMIT'S EXPIN READS.

       01  WS-EXPEDITE-RECORD.
           05  EX-RRB-HIC              PIC X(12).
           05  EX-OPERATOR             PIC X(08).
           05  EX-TERM                 PIC X(04).
           05  EX-TIME                 PIC X(08).
           05  EX-DATE                 PIC X(08).

      *    THE AUTHORIZATION ROW - PRESENCE IS THE PERMISSION.

       01  WS-AUTH-REC.
           05  RT-TRANS            PIC X(04).
           05  RT-DATE             PIC X(08).
           05  RT-ELAPSED-MS       PIC 9(07).
           05  RT-MODE             PIC X(01).

       01  WS-RT-QUEUE             PIC X(04)  VALUE 'CPRF'.
       01  WS-RT-WRITE-RC          PIC S9(08) COMP VALUE ZERO.

      *    BENEFICIARY-DATA ACCESS LOG - EVERY LOOKUP IS RECORDED WITH
      *    WHO MADE IT, FROM WHICH TERMINAL, WHAT WAS SEARCHED AND
      *    WHETHER IT WAS FOUND, SO "WHO VIEWED THIS BENEFICIARY" HAS
      *    AN ANSWER. WRITTEN TO THE BACC TD DESTINATION (THE CAUD
      *    PATTERN), SPILLING TO BACS WHEN BACC REFUSES THE WRITE -
      *    ACCROLL DRAINS BOTH NIGHTLY INTO THE ACCSHIST HISTORY.

           COPY ACCSREC.

       01  WS-ACCESS-QUEUE             PIC X(04)  VALUE 'BACC'.
       01  WS-ACCESS-SPILL-QUEUE       PIC X(04)  VALUE 'BACS'.
       01  WS-ACCESS-WRITE-RC          PIC S9(08) COMP VALUE ZERO.

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
           MOVE 'RRB HIC: '             TO CNVLBL1O.
           MOVE 'WOULD CONVERT TO: '    TO CNVLBL2O.
           MOVE 'REJECTED HIC WAS: '    TO CNVLBL3O.
           MOVE 'ACTION (P/S/E): '      TO CNVLBL4O.

           MOVE TG-BANNER              TO CNVTRNO
           EXEC CICS SEND MAP('CNVPMAP')
               FROM     (CNVPMAPI)
               ERASE

           CALL 'RRBTOSS5' USING WS-RRBTOSSA-PARAMETERS.

      *    A CLEAN CONVERSION PUTS THE BENEFICIARY'S SSA HIC ON THE
      *    SCREEN - LOGGED AS FOUND; A REJECT SHOWS NO IDENTIFIER.

           MOVE SPACE                  TO ACCESS-LOG-REC.
           MOVE 'R'                    TO AC-ID-TYPE.
           MOVE CNVRRBI                TO AC-IDENTIFIER.
           IF RP-SSA-HIC NOT = SPACE
              MOVE 'F'                 TO AC-RESULT
           ELSE
              MOVE 'N'                 TO AC-RESULT
           END-IF.

           PERFORM 7300-LOG-ACCESS
              THRU 7300-EXIT.

           IF RP-SSA-HIC NOT = SPACE
              MOVE RP-SSA-HIC          TO MH-VALUE-IN
              CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS
                 THRU 3000-EXIT
           END-IF.

           IF CNVACTI = 'E'
              PERFORM 3500-EXPEDITE-HIC
                 THRU 3500-EXIT
           END-IF.

           MOVE TG-BANNER              TO CNVTRNO
           EXEC CICS SEND MAP('CNVPMAP')
               FROM     (CNVPMAPO)
               DATAONLY
       3000-EXIT.
           EXIT.

      *    THE EXPEDITE HALF. ONLY A CLEAN CONVERSION, FROM A
      *    PRODUCTION SESSION, BY AN OPERATOR ON THE EXPAUTHF FILE,
      *    REACHES THE CEXP DESTINATION.

       3500-EXPEDITE-HIC.

           IF RP-SSA-HIC = SPACE
              MOVE 'NOT EXPEDITED - THE HIC STILL REJECTS'
                                       TO CNVMSGO
              GO TO 3500-EXIT
           END-IF.

           IF TRAINING-SESSION
              MOVE 'NOT EXPEDITED - NOT AVAILABLE IN TRAINING'
                                       TO CNVMSGO
              GO TO 3500-EXIT
           END-IF.

           EXEC CICS ASSIGN
               USERID   (WS-OPERATOR)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           MOVE WS-OPERATOR            TO AU-OPERATOR.

           EXEC CICS READ FILE(WS-EXP-AUTH-FILE)
               INTO     (WS-AUTH-REC)
               RIDFLD   (AU-OPERATOR)
               NOHANDLE
               RESP     (WS-RETURN-CODE)
           END-EXEC.

           IF WS-RETURN-CODE NOT = DFHRESP(NORMAL)
              MOVE 'NOT EXPEDITED - OPERATOR NOT AUTHORIZED'
                                       TO CNVMSGO
              GO TO 3500-EXIT
           END-IF.

           MOVE CNVRRBI                TO EX-RRB-HIC.
           MOVE WS-OPERATOR            TO EX-OPERATOR.
           MOVE EIBTRMID               TO EX-TERM.
           MOVE SPACE                  TO EX-TIME.
           MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO EX-TIME (1:6).
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO EX-DATE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-EXP-QUEUE)
               FROM(WS-EXPEDITE-RECORD)
               LENGTH(LENGTH OF WS-EXPEDITE-RECORD)
               NOHANDLE
               RESP(WS-CORR-WRITE-RC)
           END-EXEC.

           IF WS-CORR-WRITE-RC = DFHRESP(NORMAL)
              MOVE 'EXPEDITED - GOES WITH THE NEXT INTRADAY SEND'
                                       TO CNVMSGO
           ELSE
              MOVE 'NOT EXPEDITED - EXPEDITE QUEUE FAILED'
                                       TO CNVMSGO
           END-IF.

       3500-EXIT.
           EXIT.

       6000-RETURN-CONVERSE.

           PERFORM 7200-RT-SAMPLE
           END-EXEC.


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


      *    RESPONSE-TIME BOOKENDS - 7100 AT THE TOP OF THE
      *    INTERACTION, 7200 JUST BEFORE THE CONVERSATIONAL RETURN.
      *    A FIRST-TIME SEND WITH NO START STAMP IS NOT SAMPLED.
           MOVE WS-THIS-TRANS         TO RT-TRANS.
           MOVE BT-BUSINESS-DATE      TO RT-DATE.
           MOVE WS-RT-ELAPSED-MS      TO RT-ELAPSED-MS.
           MOVE WS-SESSION-MODE       TO RT-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-RT-QUEUE)
       7200-EXIT.
           EXIT.

      *    ONE ACCESS RECORD PER LOOKUP - THE CALLER HAS ALREADY SET
      *    THE ID TYPE, THE IDENTIFIER AS KEYED AND THE RESULT.

       7300-LOG-ACCESS.

           EXEC CICS ASSIGN
               USERID   (AC-OPERATOR)
               NOHANDLE
               RESP     (WS-ACCESS-WRITE-RC)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO AC-TIMESTAMP.
           MOVE EIBTRMID               TO AC-TERMINAL.
           MOVE WS-THIS-TRANS          TO AC-TRANS.
           MOVE 'CONVPREV'             TO AC-PROGRAM.
           MOVE WS-SESSION-MODE        TO AC-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-ACCESS-QUEUE)
               FROM(ACCESS-LOG-REC)
               LENGTH(LENGTH OF ACCESS-LOG-REC)
               NOHANDLE
               RESP(WS-ACCESS-WRITE-RC)
           END-EXEC.

           IF WS-ACCESS-WRITE-RC NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD
                  QUEUE(WS-ACCESS-SPILL-QUEUE)
                  FROM(ACCESS-LOG-REC)
                  LENGTH(LENGTH OF ACCESS-LOG-REC)
                  NOHANDLE
                  RESP(WS-ACCESS-WRITE-RC)
              END-EXEC
           END-IF.

       7300-EXIT.
           EXIT.

       9900-EXIT-SYSTEM.

           EXEC CICS RETURN
