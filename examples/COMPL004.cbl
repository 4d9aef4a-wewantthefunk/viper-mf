      *    MENU) LETTING A CLERK KEY IN A STATUS-IN/STATUS-SEX PAIR
      *    AND SEE THE STATUS-CAT/STATUS-RET-CD COMPL001 WOULD RETURN,
      *    WITHOUT PULLING IN A PROGRAMMER OR WAITING ON A BATCH RUN.
      *
      *    AN OPERATOR OR TERMINAL ON THE TRAINING ROSTER SEES A
      *    TRAINING BANNER HERE, THE CAUD RECORD AND THE OTHER LOG
      *    RECORDS ARE TAGGED AS TRAINING, AND THE ONLCNTF WRITE
      *    COUNTER IS LEFT ALONE, SO PRACTICE LOOKUPS STAY OUT OF THE
      *    PRODUCTION VOLUMES (SEE 1800-CHECK-TRAINING).

       DATA DIVISION.

           05  WS-AUD-DATE             PIC  X(10).
           05  FILLER                  PIC  X(02)  VALUE SPACE.
           05  WS-AUD-TIME             PIC  X(08).
           05  WS-AUD-MODE             PIC  X(01)  VALUE SPACE.
           05  FILLER                  PIC  X(09)  VALUE SPACE.

       01  WS-AUDIT-QUEUE              PIC X(04)  VALUE 'AUDT'.
       01  WS-AUDIT-WRITE-RC           PIC S9(08) COMP VALUE ZERO.
           05  WS-ONL-RET-CD           PIC X(01).
           05  WS-ONL-TERM             PIC X(04).
           05  WS-ONL-TIME             PIC 9(08).
           05  WS-ONL-MODE             PIC X(01)  VALUE SPACE.
           05  FILLER                  PIC X(01)  VALUE SPACE.

       01  WS-ONL-AUDIT-QUEUE          PIC X(04)  VALUE 'CAUD'.
       01  WS-ONL-WRITE-RC             PIC S9(08) COMP VALUE ZERO.
           05  RT-TRANS            PIC X(04).
           05  RT-DATE             PIC X(08).
           05  RT-ELAPSED-MS       PIC 9(07).
           05  RT-MODE             PIC X(01).

       01  WS-RT-QUEUE             PIC X(04)  VALUE 'CPRF'.
       01  WS-RT-WRITE-RC          PIC S9(08) COMP VALUE ZERO.

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
           MOVE 'STATUS/SEX: '          TO CPLLBL1O.
           MOVE 'CATEGORY/RETURN CD: '  TO CPLLBL2O.

           MOVE TG-BANNER              TO CPLTRNO
           EXEC CICS SEND MAP('COMPLMAP')
               FROM     (COMPLMAPI)
               ERASE
           MOVE STATUS-RET-CD          TO WS-ONL-RET-CD.
           MOVE EIBTRMID               TO WS-ONL-TERM.
           MOVE EIBTIME                TO WS-ONL-TIME.
           MOVE WS-SESSION-MODE        TO WS-ONL-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-ONL-AUDIT-QUEUE)
              END-EXEC
           END-IF.

      *    A TRAINING LOOKUP IS NOT A PRODUCTION WRITE - ONLROLL
      *    SETS IT ASIDE, SO THE COUNTER IT BALANCES AGAINST MUST NOT
      *    SEE IT EITHER.

           IF NOT TRAINING-SESSION
               PERFORM 2800-BUMP-WRITE-COUNTER
                  THRU 2800-EXIT
           END-IF.

      *    SHOW THE SITE-MAINTAINED LONG DESCRIPTION NEXT TO THE
      *    CATEGORY CODE, FROM THE KEYED CATDESCF FILE CATDLOAD
               MOVE SPACE              TO CPLMSGO
           END-EVALUATE.

           MOVE TG-BANNER              TO CPLTRNO
           EXEC CICS SEND MAP('COMPLMAP')
               FROM     (COMPLMAPO)
               DATAONLY
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


      *    SITE-CONFIGURABLE INACTIVITY TIMEOUT - THE TIMEOUT CONTROL
      *    RECORD (CICS-DEFINED TIMEOUTF VIEW, SECONDS, DEFAULT 900
      *    WHEN ABSENT) AGAINST THE COMMAREA'S LAST-ACTIVITY STAMP.
           END-EXEC.

           MOVE 'COMPL004'                TO WS-AUD-PROGRAM.
           MOVE WS-SESSION-MODE        TO WS-AUD-MODE.
           MOVE '08800'                TO WS-AUD-PARAGRAPH.
           MOVE ZERO                   TO WS-AUD-RESP-CODE.
           MOVE EIBTRMID               TO WS-AUD-TERM.
           MOVE 'SESSION TIMED OUT - DATA CLEARED'
                                       TO CPLMSGO.

           MOVE TG-BANNER              TO CPLTRNO
           EXEC CICS SEND MAP('COMPLMAP')
               FROM     (COMPLMAPI)
               ERASE
           MOVE WS-THIS-TRANS         TO RT-TRANS.
           MOVE BT-BUSINESS-DATE      TO RT-DATE.
           MOVE WS-RT-ELAPSED-MS      TO RT-ELAPSED-MS.
           MOVE WS-SESSION-MODE       TO RT-MODE.

           EXEC CICS WRITEQ TD
               QUEUE(WS-RT-QUEUE)
