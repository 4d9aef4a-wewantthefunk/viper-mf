       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLVERS.
       AUTHOR. CHRISTIAN STRAMA.

      *    CONTROL-TABLE VERSION STAMP - THE LOAD SIDE OF THE TABLE
      *    PROMOTION PIPELINE (TBLSTAGE, TBLGATE, TBLPROMO). WHEN A
      *    NIGHT CONVERTED DIFFERENTLY FROM THE NIGHT BEFORE, NOTHING
      *    SAID WHICH BICXWLK, BICRANGE, STATTAB OR GDGBASES THE RUN
      *    HAD ACTUALLY LOADED. EVERY PROGRAM THAT LOADS ONE OF THOSE
      *    TABLES (RRBTOSSA, COMPL001, COMPL006, GDGRETEN) NOW CALLS
      *    HERE AROUND ITS LOAD:
      *        'B' - BEGIN A LOAD OF TL-TABLE-ID,
      *        'F' - FOLD ONE ROW (TL-RECORD-AREA FOR TL-RECORD-
      *              LENGTH BYTES) INTO THE TABLE'S FINGERPRINT,
      *              USING INFILREG'S FOLD SO A TABLE HASHES THE SAME
      *              HERE AS IT DID WHEN TBLSTAGE REGISTERED IT,
      *        'E' - END OF THE LOAD - THE ROW COUNT AND FINGERPRINT
      *              ARE LOOKED UP ON THE TBLPROM VERSION REGISTRY
      *              AND THE MATCHING VERSION NUMBER IS RETURNED IN
      *              THE TABLE'S SLOT,
      *        'D' - THE TABLE FILE WAS NOT THERE AND THE COMPILED
      *              DEFAULTS WERE LOADED INSTEAD,
      *        'Q' - RETURN ALL FOUR SLOTS.
      *    RUNLEDGR CALLS 'Q' AND STAMPS THE SLOTS ON EVERY RUNLEDG
      *    ROW, SO THE LEDGER SHOWS WHICH VERSION OF EACH TABLE WAS
      *    IN MEMORY WHEN THE RUN ENDED.
      *
      *    THE SLOTS ARE, IN ORDER, BICXWLK, BICRANGE, STATTAB AND
      *    GDGBASES. A SLOT IS SPACES WHEN THE TABLE WAS NOT LOADED
      *    IN THIS RUN UNIT, THE FIVE-DIGIT VERSION NUMBER WHEN THE
      *    LOADED CONTENT MATCHES A REGISTERED VERSION (THE LIVE ONE
      *    IF MORE THAN ONE MATCHES), 'UNREG' WHEN IT MATCHES NONE -
      *    A TABLE EDITED OUTSIDE THE PIPELINE - AND 'DFLT ' FOR THE
      *    COMPILED DEFAULTS. THE REGISTRY IS ONLY READ, ONCE PER RUN
      *    UNIT, AND A REGISTRY THAT CANNOT BE OPENED LEAVES EVERY
      *    LOAD 'UNREG' RATHER THAN STOPPING THE LOADING PROGRAM.
      *    THE REGISTRY HAS NO TEST-SCOPED COPY: IT DESCRIBES THE SITE
      *    TABLES THEMSELVES, WHICH TEST RUNS LOAD FROM THE SAME DDS
      *    AS PRODUCTION (THE TBLGATE CHECKS RUN UNDER BTCHTEST AGAINST
      *    A STAGED COPY AND MUST STILL SEE ITS VERSION).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TBLPROM-FILE    ASSIGN TO TBLPROM
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TV-KEY
                                  FILE STATUS IS TV-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TBLPROM-FILE.

           COPY TBLVREC.

       WORKING-STORAGE SECTION.

       01  TV-FILE-STATUS              PIC  X(02).

       01  WS-FILE-OPENED              PIC  X(01)  VALUE 'N'.
           88  FILE-OPENED                         VALUE 'Y'.

       01  WS-REGISTRY-EOF             PIC  X(01).
           88  REGISTRY-EOF                        VALUE 'Y'.

       01  WS-TABLE-IDS.
           05  FILLER                  PIC  X(08)  VALUE 'BICXWLK '.
           05  FILLER                  PIC  X(08)  VALUE 'BICRANGE'.
           05  FILLER                  PIC  X(08)  VALUE 'STATTAB '.
           05  FILLER                  PIC  X(08)  VALUE 'GDGBASES'.
       01  WS-TABLE-ID-TABLE REDEFINES WS-TABLE-IDS.
           05  WS-TABLE-ID             PIC  X(08)  OCCURS 4 TIMES.

       01  WS-SLOT-STATE               VALUE SPACE.
           05  WS-SLOT                 OCCURS 4 TIMES.
               10  WS-SLOT-COUNT       PIC  9(09).
               10  WS-SLOT-HASH        PIC  9(15).
               10  WS-SLOT-VERSION     PIC  X(05).

       01  WS-SLOT-IDX                 PIC  9(01).
       01  WS-MATCH-VERSION            PIC  9(05).
       01  WS-MATCH-LIVE               PIC  X(01).

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY THE FOLD FUNCTION IS USED.

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

       LINKAGE SECTION.

       01  TBLVERS-PARAMETERS.
           05  TL-FUNCTION             PIC  X(01).
               88  TL-BEGIN-LOAD                   VALUE 'B'.
               88  TL-FOLD-ROW                     VALUE 'F'.
               88  TL-END-LOAD                     VALUE 'E'.
               88  TL-DEFAULTS-LOADED              VALUE 'D'.
               88  TL-QUERY                        VALUE 'Q'.
           05  TL-TABLE-ID             PIC  X(08).
           05  TL-RECORD-LENGTH        PIC  9(04).
           05  TL-RECORD-AREA          PIC  X(80).

      *    SET ON 'E', 'D' AND 'Q' - SEE THE SLOT VALUES ABOVE.

           05  TL-SLOT-VERSIONS.
               10  TL-SLOT-VERSION     PIC  X(05)  OCCURS 4 TIMES.

      *    0 - DONE (ON 'E', THE LOAD MATCHED A REGISTERED VERSION).
      *    4 - 'E' ONLY - THE LOAD MATCHED NO REGISTERED VERSION, OR
      *        THE REGISTRY WAS NOT AVAILABLE.
      *    8 - TL-TABLE-ID IS NOT ONE OF THE FOUR VERSIONED TABLES.

           05  TL-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION           USING  TBLVERS-PARAMETERS.

           MOVE  ZERO                  TO  TL-RETURN-CODE

           IF  TL-QUERY
               PERFORM 0900-RETURN-SLOTS
                  THRU 0900-EXIT
               GOBACK
           END-IF

           MOVE  ZERO                  TO  WS-SLOT-IDX
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                     UNTIL WS-SLOT-IDX > 4
                        OR WS-TABLE-ID (WS-SLOT-IDX) = TL-TABLE-ID
               CONTINUE
           END-PERFORM

           IF  WS-SLOT-IDX              >  4
               MOVE  8                 TO  TL-RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN TL-BEGIN-LOAD
                   MOVE  ZERO          TO  WS-SLOT-COUNT (WS-SLOT-IDX)
                   MOVE  ZERO          TO  WS-SLOT-HASH  (WS-SLOT-IDX)
                   MOVE  SPACE         TO  WS-SLOT-VERSION
                                                         (WS-SLOT-IDX)
               WHEN TL-FOLD-ROW
                   PERFORM 0200-FOLD-ROW
                      THRU 0200-EXIT
               WHEN TL-END-LOAD
                   PERFORM 0300-MATCH-VERSION
                      THRU 0300-EXIT
               WHEN TL-DEFAULTS-LOADED
                   MOVE  'DFLT '       TO  WS-SLOT-VERSION
                                                         (WS-SLOT-IDX)
               WHEN OTHER
                   MOVE  8             TO  TL-RETURN-CODE
           END-EVALUATE

           PERFORM 0900-RETURN-SLOTS
              THRU 0900-EXIT

           GOBACK.

      *    OPENS THE REGISTRY FOR INPUT ONCE PER RUN UNIT. THIS SIDE
      *    NEVER CREATES OR UPDATES IT - TBLSTAGE AND TBLPROMO DO.

       0100-OPEN-TBLPROM-FILE.

           OPEN INPUT TBLPROM-FILE.

           IF  TV-FILE-STATUS      NOT =  '00'
               DISPLAY 'TBLVERS: VERSION REGISTRY NOT AVAILABLE, '
                       'STATUS ' TV-FILE-STATUS
                       ' - TABLE LOADS WILL BE STAMPED UNREG'
           END-IF.

           SET  FILE-OPENED            TO  TRUE.

       0100-EXIT.
           EXIT.

      *    FOLDS ONE TABLE ROW INTO THE SLOT'S COUNT AND FINGERPRINT.

       0200-FOLD-ROW.

           MOVE  'F'                   TO  IR-FUNCTION.
           MOVE  WS-SLOT-COUNT (WS-SLOT-IDX)
                                       TO  IR-RECORD-COUNT.
           MOVE  WS-SLOT-HASH  (WS-SLOT-IDX)
                                       TO  IR-HASH-TOTAL.
           MOVE  TL-RECORD-LENGTH      TO  IR-RECORD-LENGTH.
           MOVE  TL-RECORD-AREA        TO  IR-RECORD-AREA.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

           MOVE  IR-RECORD-COUNT       TO  WS-SLOT-COUNT (WS-SLOT-IDX).
           MOVE  IR-HASH-TOTAL         TO  WS-SLOT-HASH  (WS-SLOT-IDX).

       0200-EXIT.
           EXIT.

      *    WALKS THE TABLE'S VERSIONS ON THE REGISTRY FOR ONE WHOSE
      *    COUNT AND FINGERPRINT MATCH THE LOAD. THE LIVE VERSION
      *    WINS; OTHERWISE THE HIGHEST MATCHING VERSION DOES (A TABLE
      *    ROLLED BACK TO AN EARLIER VERSION'S CONTENT, OR A GATE RUN
      *    AGAINST A STAGED COPY).

       0300-MATCH-VERSION.

           MOVE  'UNREG'               TO  WS-SLOT-VERSION
                                                         (WS-SLOT-IDX).
           MOVE  ZERO                  TO  WS-MATCH-VERSION.
           MOVE  'N'                   TO  WS-MATCH-LIVE.

           IF  NOT FILE-OPENED
               PERFORM 0100-OPEN-TBLPROM-FILE
                  THRU 0100-EXIT
           END-IF.

           IF  TV-FILE-STATUS      NOT =  '00'
           AND TV-FILE-STATUS      NOT =  '10'
           AND TV-FILE-STATUS      NOT =  '23'
               MOVE  4                 TO  TL-RETURN-CODE
               GO TO 0300-EXIT
           END-IF.

           MOVE  TL-TABLE-ID           TO  TV-TABLE-ID.
           MOVE  ZERO                  TO  TV-VERSION.
           MOVE  'N'                   TO  WS-REGISTRY-EOF.

           START TBLPROM-FILE KEY NOT < TV-KEY
             INVALID KEY
               MOVE  'Y'               TO  WS-REGISTRY-EOF
           END-START.

           PERFORM UNTIL REGISTRY-EOF
               READ TBLPROM-FILE NEXT RECORD
                 AT END
                   MOVE  'Y'           TO  WS-REGISTRY-EOF
                 NOT AT END
                   IF  TV-TABLE-ID NOT = TL-TABLE-ID
                       MOVE  'Y'       TO  WS-REGISTRY-EOF
                   ELSE
                   IF  TV-ROW-COUNT    =  WS-SLOT-COUNT (WS-SLOT-IDX)
                   AND TV-CONTENT-HASH =  WS-SLOT-HASH  (WS-SLOT-IDX)
                   AND WS-MATCH-LIVE   =  'N'
                   AND NOT TV-WITHDRAWN
                       MOVE  TV-VERSION
                                       TO  WS-MATCH-VERSION
                       IF  TV-LIVE
                           MOVE  'Y'   TO  WS-MATCH-LIVE
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.

           IF  WS-MATCH-VERSION         =  ZERO
               MOVE  4                 TO  TL-RETURN-CODE
               DISPLAY 'TBLVERS: ' TL-TABLE-ID ' AS LOADED ('
                       WS-SLOT-COUNT (WS-SLOT-IDX)
                       ' ROWS) MATCHES NO REGISTERED VERSION'
           ELSE
               MOVE  WS-MATCH-VERSION  TO  WS-SLOT-VERSION
                                                         (WS-SLOT-IDX)
           END-IF.

       0300-EXIT.
           EXIT.

       0900-RETURN-SLOTS.

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                     UNTIL WS-SLOT-IDX > 4
               MOVE  WS-SLOT-VERSION (WS-SLOT-IDX)
                                       TO  TL-SLOT-VERSION (WS-SLOT-IDX)
           END-PERFORM.

       0900-EXIT.
           EXIT.
