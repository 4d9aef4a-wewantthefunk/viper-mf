       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFILREG.
       AUTHOR. CHRISTIAN STRAMA.

      *    INBOUND FILE IDENTITY REGISTRY - THE RECEIVE-SIDE COUNTERPART
      *    OF RRBXMIT'S DUPLICATE-SEND GUARD. NOTHING USED TO STOP THE
      *    SAME INBOUND FILE BEING PROCESSED TWICE; AN SSA ACK FILE
      *    RE-RUN ONCE DOUBLED EVERY ATTEMPT COUNT ON ACKMAST. EVERY
      *    PROGRAM THAT CONSUMES AN INBOUND FILE (RRBDRIVE'S RRB
      *    EXTRACTS, SSAACK, RRBTERM, SSAMERGE, SSARECON) CALLS HERE
      *    AT OPEN WITH THE FILE'S IDENTITY AND IS TOLD WHETHER IT HAS
      *    SEEN THAT FILE BEFORE.
      *
      *    THE IDENTITY IS THE FILE CLASS PLUS WHATEVER THE FILE
      *    DECLARES ABOUT ITSELF - HEADER DATE, SOURCE, TRAILER COUNT
      *    AND HASH TOTAL - AND, WHERE IT DECLARES NOTHING, A COMPUTED
      *    FINGERPRINT. THE CALLER BUILDS THE FINGERPRINT BY PASSING
      *    EACH RECORD THROUGH FUNCTION 'F' ONCE BEFORE REGISTERING:
      *    THE COUNT GOES UP BY ONE AND THE HASH BECOMES
      *        MOD(HASH * 31 + SUM(BYTE VALUE * POSITION),
      *            999999999999989)
      *    SO THE SAME RECORDS IN A DIFFERENT ORDER ARE A DIFFERENT
      *    FILE. A CALLER WHOSE FILE CARRIES A TRAILER MOVES THE
      *    TRAILER'S OWN COUNT/HASH OVER THE FOLDED ONES INSTEAD.
      *
      *    FUNCTION 'R' LOOKS THE IDENTITY UP ON THE KEYED INFREG
      *    MASTER. A NEW FILE IS REGISTERED AND RETURNS ZERO. A REPEAT
      *    RETURNS 8 AND RAISES A SEVERITY-08 ALERT, AND THE CALLER
      *    STOPS - UNLESS THE OPERATOR HAS SET THE INFREPRO OVERRIDE
      *    TO 'Y' FOR A DELIBERATE REPROCESS, OR THE CALLER IS THE
      *    SAME PROGRAM RESUMING FROM ITS OWN CHECKPOINT, IN WHICH
      *    CASE THE REPEAT IS RECORDED AND RETURNS 4 (AN OVERRIDE
      *    ALSO RAISES A SEVERITY-04 ALERT SO THE REPROCESS IS ON
      *    RECORD). EVERY REGISTRATION, ACCEPTED OR REFUSED, IS ALSO
      *    LISTED ON RUNLEDG AS AN INFILREG ROW AGAINST THE FILE'S DD,
      *    RECORDS-READ BEING THE FILE'S RECORD COUNT.
      *
      *    AN EMPTY FILE (RECORD COUNT ZERO) IS NOT REGISTERED. THERE
      *    IS NOTHING IN IT TO PROCESS TWICE, AND A FILE WITH NO HEADER
      *    DATE OR SOURCE WOULD GIVE EVERY EMPTY NIGHT THE SAME
      *    IDENTITY AND REFUSE THE SECOND ONE. IT RETURNS ZERO AND IS
      *    LISTED ON RUNLEDG WITH NOTHING READ.
      *
      *    A REGISTRY THAT CANNOT BE OPENED IS REPORTED ON SYSOUT AND
      *    RETURNS 4 - THE FILE IS PROCESSED UNGUARDED RATHER THAN THE
      *    WHOLE NIGHT BEING HELD UP BEHIND IT. TEST RUNS REGISTER TO
      *    THE TEST-SCOPED INFREGT UNDER THE SHARED BTCHTEST SWITCH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT INFREG-FILE     ASSIGN TO WS-INFREG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS IF-FILE-KEY
                                  FILE STATUS IS IF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  INFREG-FILE.

       01  INFREG-REC.
           05  IF-FILE-KEY.
               10  IF-FILE-CLASS       PIC  X(08).
               10  IF-HEADER-DATE      PIC  X(08).
               10  IF-SOURCE-CODE      PIC  X(03).
               10  IF-RECORD-COUNT     PIC  9(09).
               10  IF-HASH-TOTAL       PIC  9(15).
           05  IF-ID-KIND              PIC  X(01).
           05  IF-FIRST-PGM            PIC  X(08).
           05  IF-FIRST-DDNAME         PIC  X(08).
           05  IF-FIRST-TIMESTAMP      PIC  X(26).
           05  IF-FIRST-BUSINESS-DATE  PIC  X(08).
           05  IF-LAST-PGM             PIC  X(08).
           05  IF-LAST-TIMESTAMP       PIC  X(26).
           05  IF-TIMES-SEEN           PIC  9(03).

       WORKING-STORAGE SECTION.

       01  IF-FILE-STATUS              PIC  X(02).

       01  WS-INFREG-DSN               PIC  X(08).

           COPY WSTMODE.

       01  WS-FILE-OPENED              PIC  X(01)  VALUE 'N'.
           88  FILE-OPENED                         VALUE 'Y'.

       01  WS-REPROCESS-OVERRIDE       PIC  X(01)  VALUE SPACE.
           88  REPROCESS-OVERRIDE-SET              VALUE 'Y'.

       01  WS-BYTE-IDX                 PIC  9(04)  COMP.
       01  WS-RECORD-SUM               PIC  9(09)  COMP.
       01  WS-NOW-TIMESTAMP            PIC  X(26).

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

      *    PARAMETERS FOR GETBDATE - SAME LAYOUT AS GETBDATE'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC  X(08).
           05  GB-SOURCE               PIC  X(01).

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

       01  INFILREG-PARAMETERS.

      *    'F' - FOLD IR-RECORD-AREA (IR-RECORD-LENGTH BYTES) INTO
      *          IR-RECORD-COUNT/IR-HASH-TOTAL.
      *    'R' - REGISTER THE IDENTITY AND REPORT ANY REPEAT.

           05  IR-FUNCTION             PIC  X(01).
               88  IR-FOLD-RECORD                  VALUE 'F'.
               88  IR-REGISTER-FILE                VALUE 'R'.
           05  IR-SOURCE-PGM           PIC  X(08).
           05  IR-FILE-CLASS           PIC  X(08).
           05  IR-DDNAME               PIC  X(08).
           05  IR-HEADER-DATE          PIC  X(08).
           05  IR-SOURCE-CODE          PIC  X(03).
           05  IR-RECORD-COUNT         PIC  9(09).
           05  IR-HASH-TOTAL           PIC  9(15).

      *    'D' - HEADER/TRAILER-DECLARED IDENTITY (A HASH THE FILE
      *          DOESN'T CARRY ITSELF IS THE FOLDED ONE),
      *    'F' - COUNT AND HASH ARE BOTH THE FOLDED FINGERPRINT.

           05  IR-ID-KIND              PIC  X(01).

      *    'Y' WHEN THE CALLER IS RESUMING FROM ITS OWN CHECKPOINT -
      *    A REPEAT LAST SEEN BY THE SAME PROGRAM IS THEN EXPECTED.

           05  IR-RESTART              PIC  X(01).
           05  IR-RECORD-LENGTH        PIC  9(04).
           05  IR-RECORD-AREA          PIC  X(80).

      *    RETURNED ON A REPEAT, FOR THE CALLER'S OWN MESSAGE.

           05  IR-FIRST-PGM            PIC  X(08).
           05  IR-FIRST-TIMESTAMP      PIC  X(26).

      *    0 - NEW FILE, REGISTERED, OR AN EMPTY ONE (NOT REGISTERED).
      *    4 - REPEAT ALLOWED (OVERRIDE OR RESTART), OR REGISTRY
      *        UNAVAILABLE - PROCESS THE FILE.
      *    8 - REPEAT REFUSED - DO NOT PROCESS THE FILE.

           05  IR-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION           USING  INFILREG-PARAMETERS.

           MOVE  ZERO                  TO  IR-RETURN-CODE

           IF  IR-FOLD-RECORD
               PERFORM 0200-FOLD-RECORD
                  THRU 0200-EXIT
               GOBACK
           END-IF

           MOVE  SPACE                 TO  IR-FIRST-PGM
           MOVE  SPACE                 TO  IR-FIRST-TIMESTAMP
           MOVE  FUNCTION CURRENT-DATE TO  WS-NOW-TIMESTAMP

           IF  IR-RECORD-COUNT          =  ZERO
               DISPLAY 'INFILREG: ' IR-DDNAME ' IS EMPTY - NOT '
                       'REGISTERED'
               PERFORM 0500-LIST-ON-LEDGER
                  THRU 0500-EXIT
               GOBACK
           END-IF

           IF  NOT FILE-OPENED
               PERFORM 0100-OPEN-INFREG-FILE
                  THRU 0100-EXIT
           END-IF

           IF  IF-FILE-STATUS      NOT =  '00'
               DISPLAY 'INFILREG: REGISTRY NOT AVAILABLE, STATUS '
                       IF-FILE-STATUS ' - ' IR-DDNAME
                       ' PROCESSED UNGUARDED'
               MOVE  4                 TO  IR-RETURN-CODE
               PERFORM 0500-LIST-ON-LEDGER
                  THRU 0500-EXIT
               GOBACK
           END-IF

           MOVE  IR-FILE-CLASS         TO  IF-FILE-CLASS
           MOVE  IR-HEADER-DATE        TO  IF-HEADER-DATE
           MOVE  IR-SOURCE-CODE        TO  IF-SOURCE-CODE
           MOVE  IR-RECORD-COUNT       TO  IF-RECORD-COUNT
           MOVE  IR-HASH-TOTAL         TO  IF-HASH-TOTAL

           READ  INFREG-FILE
             INVALID KEY
               PERFORM 0300-REGISTER-NEW-FILE
                  THRU 0300-EXIT
             NOT INVALID KEY
               PERFORM 0400-CHECK-REPEAT
                  THRU 0400-EXIT
           END-READ

           PERFORM 0500-LIST-ON-LEDGER
              THRU 0500-EXIT

           GOBACK.

      *    OPENS THE REGISTRY I-O ONCE PER RUN, CREATING IT EMPTY ON
      *    FIRST USE - THE SAME SHAPE AS ALERTSUB'S 0100-OPEN-ALERT-
      *    FILE - AND PICKS UP THE OPERATOR'S REPROCESS OVERRIDE THE
      *    SAME WAY RRBXMIT PICKS UP XMITRSND.

       0100-OPEN-INFREG-FILE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'INFREGT '          TO  WS-INFREG-DSN
           ELSE
               MOVE  'INFREG  '          TO  WS-INFREG-DSN
           END-IF.

           OPEN I-O INFREG-FILE.

           IF  IF-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT INFREG-FILE
               CLOSE       INFREG-FILE
               OPEN I-O    INFREG-FILE
           END-IF.

           ACCEPT  WS-REPROCESS-OVERRIDE  FROM  ENVIRONMENT 'INFREPRO'.

           IF  REPROCESS-OVERRIDE-SET
               DISPLAY 'INFILREG: OVERRIDE SET - REPEAT INBOUND FILES '
                       'WILL BE REPROCESSED THIS RUN'
           END-IF.

           SET  FILE-OPENED            TO  TRUE.

       0100-EXIT.
           EXIT.

      *    FOLDS ONE RECORD INTO THE RUNNING FINGERPRINT.

       0200-FOLD-RECORD.

           ADD   1                     TO  IR-RECORD-COUNT.
           MOVE  ZERO                  TO  WS-RECORD-SUM.

           IF  IR-RECORD-LENGTH         >  80
               MOVE  80                TO  IR-RECORD-LENGTH
           END-IF.

           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                     UNTIL WS-BYTE-IDX > IR-RECORD-LENGTH
               COMPUTE WS-RECORD-SUM = WS-RECORD-SUM
                     + FUNCTION ORD(IR-RECORD-AREA(WS-BYTE-IDX:1))
                     * WS-BYTE-IDX
           END-PERFORM.

           COMPUTE IR-HASH-TOTAL =
                   FUNCTION MOD(IR-HASH-TOTAL * 31 + WS-RECORD-SUM,
                                999999999999989).

       0200-EXIT.
           EXIT.

      *    FIRST SIGHT OF THIS FILE - REGISTER IT.

       0300-REGISTER-NEW-FILE.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.

           MOVE  IR-ID-KIND            TO  IF-ID-KIND.
           MOVE  IR-SOURCE-PGM         TO  IF-FIRST-PGM.
           MOVE  IR-DDNAME             TO  IF-FIRST-DDNAME.
           MOVE  WS-NOW-TIMESTAMP      TO  IF-FIRST-TIMESTAMP.
           MOVE  GB-DATE               TO  IF-FIRST-BUSINESS-DATE.
           MOVE  IR-SOURCE-PGM         TO  IF-LAST-PGM.
           MOVE  WS-NOW-TIMESTAMP      TO  IF-LAST-TIMESTAMP.
           MOVE  1                     TO  IF-TIMES-SEEN.

           WRITE INFREG-REC
             INVALID KEY
               DISPLAY 'INFILREG: REGISTRY WRITE FAILED, STATUS '
                       IF-FILE-STATUS ' - ' IR-DDNAME
                       ' PROCESSED UNGUARDED'
               MOVE  4                 TO  IR-RETURN-CODE
             NOT INVALID KEY
               MOVE  'INFREG  '        TO  MJ-FILE-ID
               MOVE  'W'               TO  MJ-ACTION
               MOVE  IR-SOURCE-PGM     TO  MJ-SOURCE-PGM
               MOVE  INFREG-REC        TO  MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-WRITE.

       0300-EXIT.
           EXIT.

      *    THE FILE HAS BEEN SEEN BEFORE. A CHECKPOINT RESTART BY THE
      *    PROGRAM THAT LAST TOOK IT, OR AN OPERATOR OVERRIDE, LETS IT
      *    THROUGH AND IS COUNTED ON THE REGISTRY; ANYTHING ELSE IS
      *    REFUSED AND LEAVES THE REGISTRY AS IT WAS.

       0400-CHECK-REPEAT.

           MOVE  IF-FIRST-PGM          TO  IR-FIRST-PGM.
           MOVE  IF-FIRST-TIMESTAMP    TO  IR-FIRST-TIMESTAMP.

           IF  IR-RESTART               =  'Y'
           AND IF-LAST-PGM              =  IR-SOURCE-PGM
               DISPLAY 'INFILREG: ' IR-DDNAME ' ALREADY TAKEN BY '
                       IF-LAST-PGM ' - CHECKPOINT RESTART, ALLOWED'
               MOVE  4                 TO  IR-RETURN-CODE
           ELSE
           IF  REPROCESS-OVERRIDE-SET
               DISPLAY 'INFILREG: ' IR-DDNAME ' FIRST PROCESSED BY '
                       IF-FIRST-PGM ' AT ' IF-FIRST-TIMESTAMP
                       ' - REPROCESSED UNDER OVERRIDE'
               MOVE  4                 TO  IR-RETURN-CODE
               MOVE  04                TO  AP-SEVERITY
               MOVE  SPACE             TO  AP-ALERT-TEXT
               STRING 'INBOUND ' IR-FILE-CLASS ' ON ' IR-DDNAME
                      ' REPROCESSED UNDER OVERRIDE'
                      DELIMITED BY SIZE
                      INTO AP-ALERT-TEXT
               PERFORM 0600-RAISE-ALERT
                  THRU 0600-EXIT
           ELSE
               DISPLAY 'INFILREG: ' IR-DDNAME ' IS A REPEAT - FIRST '
                       'PROCESSED BY ' IF-FIRST-PGM ' AT '
                       IF-FIRST-TIMESTAMP
               DISPLAY 'INFILREG: SET INFREPRO=Y TO REPROCESS '
                       'DELIBERATELY'
               MOVE  8                 TO  IR-RETURN-CODE
               MOVE  08                TO  AP-SEVERITY
               MOVE  SPACE             TO  AP-ALERT-TEXT
               STRING 'REPEAT INBOUND ' IR-FILE-CLASS ' ON ' IR-DDNAME
                      ' REFUSED, FIRST BY ' IF-FIRST-PGM
                      DELIMITED BY SIZE
                      INTO AP-ALERT-TEXT
               PERFORM 0600-RAISE-ALERT
                  THRU 0600-EXIT
               GO TO 0400-EXIT
           END-IF
           END-IF.

           MOVE  IR-SOURCE-PGM         TO  IF-LAST-PGM.
           MOVE  WS-NOW-TIMESTAMP      TO  IF-LAST-TIMESTAMP.

           IF  IF-TIMES-SEEN            <  999
               ADD   1                 TO  IF-TIMES-SEEN
           END-IF.

           REWRITE INFREG-REC
             INVALID KEY
               DISPLAY 'INFILREG: REGISTRY REWRITE FAILED, STATUS '
                       IF-FILE-STATUS
             NOT INVALID KEY
               MOVE  'INFREG  '        TO  MJ-FILE-ID
               MOVE  'R'               TO  MJ-ACTION
               MOVE  IR-SOURCE-PGM     TO  MJ-SOURCE-PGM
               MOVE  INFREG-REC        TO  MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
           END-REWRITE.

       0400-EXIT.
           EXIT.

      *    ONE RUNLEDG ROW PER REGISTRATION, SO THE LEDGER SHOWS
      *    WHICH INBOUND FILES EACH NIGHT TOOK AND WHICH IT REFUSED.

       0500-LIST-ON-LEDGER.

           MOVE  'INFILREG'            TO  RL-PROGRAM.
           MOVE  WS-NOW-TIMESTAMP      TO  RL-START-TIMESTAMP.
           MOVE  IR-DDNAME             TO  RL-INPUT-DDNAME.
           MOVE  IR-RECORD-COUNT       TO  RL-RECORDS-READ.

           IF  IR-RETURN-CODE           >  4
               MOVE  ZERO              TO  RL-RECORDS-ACCEPTED
               MOVE  1                 TO  RL-RECORDS-REJECTED
           ELSE
               MOVE  1                 TO  RL-RECORDS-ACCEPTED
               MOVE  ZERO              TO  RL-RECORDS-REJECTED
           END-IF.

           MOVE  IR-RETURN-CODE        TO  RL-SEVERITY.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

       0500-EXIT.
           EXIT.

       0600-RAISE-ALERT.

           MOVE  IR-SOURCE-PGM         TO  AP-SOURCE-PGM.

           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

       0600-EXIT.
           EXIT.
