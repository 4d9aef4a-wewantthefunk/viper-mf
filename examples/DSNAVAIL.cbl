       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSNAVAIL.
       AUTHOR. CHRISTIAN STRAMA.

      * DATASET AVAILABILITY CHECK, RUN BY STREAMCT BEFORE ANY STEP
      * OF THE NIGHT. A MASTER LEFT HELD BY A STUCK CICS REGION, OR
      * AN UNCATALOGED GENERATION, USED TO SURFACE ONLY WHEN THE STEP
      * THAT NEEDED IT FAILED PARTWAY THROUGH - WITH THE STEPS BEFORE
      * IT ALREADY RUN AND THEIR OUTPUT HALF-CONSUMED. THIS STEP
      * READS THE SITE-MAINTAINED DSNMANF MANIFEST OF THE DATASETS
      * THE NIGHT'S STEPS NEED:
      *
      *   ROW: DDNAME(8) SP NEED(1) SP MODE(1) SP ORG(1) SP DESC(40)
      *     NEED - R REQUIRED (THE STREAM CANNOT RUN WITHOUT IT) OR
      *            O OPTIONAL (REPORTED, NEVER A HALT)
      *     MODE - I INPUT OR O OUTPUT
      *     ORG  - S SEQUENTIAL OR K KEYED (A VSAM-STYLE MASTER)
      *   A ROW STARTING '*' IS A COMMENT.
      *
      * EACH DDNAME IS RESOLVED THROUGH GETDSNS, AND THE NEWEST
      * CATALOGED GENERATION IS WHAT GETS CHECKED. A DDNAME GETDSNS
      * HAS NO CATALOG ENTRY FOR IS CHECKED UNDER ITS OWN NAME - THE
      * STEP'S ALLOCATION IS THEN THE ONLY WAY TO IT, SO THAT IS WHAT
      * MUST WORK. THE DATASET IS OPENED IN THE MODE THE NIGHT NEEDS
      * AND CLOSED AGAIN STRAIGHT AWAY: INPUT FOR AN INPUT; FOR AN
      * OUTPUT, EXTEND ON A SEQUENTIAL FILE AND I-O ON A KEYED ONE,
      * SO THE TRIAL NEVER EMPTIES WHAT IT TOUCHES. A NEW GENERATION
      * A STEP CREATES FOR ITSELF HAS NOTHING TO CHECK AND DOES NOT
      * BELONG ON THE MANIFEST. THE TRIAL KEYED OPEN CARRIES NO
      * MASTER'S RECORD DESCRIPTION, SO A '39' ATTRIBUTE CONFLICT
      * STILL PROVES THE CLUSTER IS THERE AND WAS GRANTED.
      *
      * AN OPEN THAT FAILS IS DECODED THROUGH FILESTAT AND WRITTEN
      * TO DSNAEXCP - MISSING FOR A DATASET THAT IS NOT THERE (35, OR
      * 96 FOR NO DD), NOOPEN FOR ONE THAT IS THERE BUT WAS REFUSED
      * (A HELD MASTER COMES BACK 93). A REQUIRED ENTRY ALSO RAISES
      * AN ALERTSUB ALERT AND ENDS THE STEP RC 8, WHICH HALTS THE
      * STREAM BEFORE ANYTHING RUNS; AN OPTIONAL ONE ENDS IT RC 4. A
      * MISSING MANIFEST CHECKS NOTHING AND SAYS SO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL MANIFEST-FILE
                                  ASSIGN TO DSNMANF
                                  FILE STATUS IS MF-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DSN-EXCEPTION-FILE
                                  ASSIGN TO DSNAEXCP
                                  FILE STATUS IS DX-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE TWO TRIAL-OPEN FILES - BOTH ASSIGNED TO WHATEVER NAME
      *    THE MANIFEST ROW RESOLVED TO.

           SELECT PROBE-SEQ-FILE  ASSIGN TO WS-PROBE-DSN
                                  FILE STATUS IS PS-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT PROBE-KEYED-FILE
                                  ASSIGN TO WS-PROBE-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS PK-KEY
                                  FILE STATUS IS PK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MANIFEST-REC.
           05  MF-DDNAME           PIC X(08).
           05  FILLER              PIC X(01).
           05  MF-NEED             PIC X(01).
               88  MF-REQUIRED                VALUE 'R'.
               88  MF-OPTIONAL                VALUE 'O'.
           05  FILLER              PIC X(01).
           05  MF-MODE             PIC X(01).
               88  MF-INPUT                   VALUE 'I'.
               88  MF-OUTPUT                  VALUE 'O'.
           05  FILLER              PIC X(01).
           05  MF-ORG              PIC X(01).
               88  MF-SEQUENTIAL              VALUE 'S'.
               88  MF-KEYED                   VALUE 'K'.
           05  FILLER              PIC X(01).
           05  MF-DESCRIPTION      PIC X(40).
           05  FILLER              PIC X(25).

       FD  DSN-EXCEPTION-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY DSNAEXCP.

       FD  PROBE-SEQ-FILE
           RECORD CONTAINS 1 CHARACTERS.

       01  PROBE-SEQ-REC           PIC X(01).

       FD  PROBE-KEYED-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PROBE-KEYED-REC.
           05  PK-KEY              PIC X(08).

       WORKING-STORAGE SECTION.

       01  MF-FILE-STATUS          PIC X(02).
       01  DX-FILE-STATUS          PIC X(02).
       01  PS-FILE-STATUS          PIC X(02).
       01  PK-FILE-STATUS          PIC X(02).

       01  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           88  FILE-AT-END                    VALUE 'Y'.

       01  WS-START-TIMESTAMP      PIC X(26)  VALUE SPACE.
       01  WS-BUSINESS-DATE        PIC X(08)  VALUE SPACE.

      *    THE NAME THE TRIAL OPEN GOES TO, AND WHAT IT RETURNED.

       01  WS-PROBE-DSN            PIC X(44)  VALUE SPACE.
       01  WS-PROBE-STATUS         PIC X(02)  VALUE SPACE.
       01  WS-CATALOGED            PIC X(01)  VALUE 'N'.
       01  WS-ROW-SEVERITY         PIC 9(02)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC 9(05)  VALUE ZERO.
           05  WS-CHECKED-COUNT        PIC 9(05)  VALUE ZERO.
           05  WS-AVAILABLE-COUNT      PIC 9(05)  VALUE ZERO.
           05  WS-REQ-FAILED-COUNT     PIC 9(05)  VALUE ZERO.
           05  WS-OPT-FAILED-COUNT     PIC 9(05)  VALUE ZERO.
           05  WS-BAD-ROW-COUNT        PIC 9(05)  VALUE ZERO.

       01  WS-ALERT-TEXT.
           05  FILLER              PIC X(09)  VALUE 'DATASET  '.
           05  WS-ALT-DDNAME       PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ALT-DISPOSITION  PIC X(08).
           05  FILLER              PIC X(04)  VALUE ' FS '.
           05  WS-ALT-STATUS       PIC X(02).
           05  FILLER              PIC X(28)
                                   VALUE ' - REQUIRED, STREAM HALTED'.

      *    FILESTAT'S DECODE OF A FAILED TRIAL OPEN.

       01  WS-DECODE-MESSAGE       PIC X(48)  VALUE SPACE.
       01  WS-DECODE-FOUND         PIC X(01)  VALUE SPACE.
       01  WS-DECODE-INDEX         PIC S9(04) COMP VALUE ZERO.
       01  WS-DECODE-SEVERITY      PIC 9(02)  VALUE ZERO.

      *    PARAMETERS FOR GETDSNS - SAME LAYOUT AS GETDSNS'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-GETDSNS-PARAMETERS.
           05  GP-RETURN-CODE          PIC S9(04) COMP-5.
           05  GP-MAXIMUM-DATA-SETS    PIC S9(04) COMP-5.
           05  GP-CURRENT-DATA-SETS    PIC S9(04) COMP-5.
           05  GP-DDNAME               PIC X(08).
           05  GP-DATA-SET-TABLE       OCCURS 20 TIMES
                                       INDEXED GP-INDEX.
               10  GP-DATA-SET-NAME    PIC X(44).
               10  GP-GENERATION       PIC X(08).

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

       01  WS-GETBDATE-PARAMETERS.
           05  GB-DATE                 PIC X(08).
           05  GB-SOURCE               PIC X(01).

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
           05  RL-PROGRAM              PIC X(08).
           05  RL-START-TIMESTAMP      PIC X(26).
           05  RL-INPUT-DDNAME         PIC X(08).
           05  RL-RECORDS-READ         PIC 9(09).
           05  RL-RECORDS-ACCEPTED     PIC 9(09).
           05  RL-RECORDS-REJECTED     PIC 9(09).
           05  RL-SEVERITY             PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           IF MF-FILE-STATUS = '00'
              PERFORM UNTIL FILE-AT-END
                  READ MANIFEST-FILE
                    AT END
                      MOVE 'Y'         TO WS-FILE-EOF
                    NOT AT END
                      ADD 1            TO WS-ROWS-READ
                      PERFORM 2000-CHECK-ONE-DATASET
                         THRU 2000-EXIT
                  END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF.

           CLOSE DSN-EXCEPTION-FILE.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

      *    GOBACK, NOT STOP RUN, SO THE STREAMCT CONTROLLER CAN RUN
      *    THIS PRE-STREAM CHECK AS A CALL AND READ ITS RETURN-CODE.

           GOBACK.

      *    BUSINESS DATE, THE MANIFEST, AND TONIGHT'S EXCEPTION FILE -
      *    REWRITTEN WHOLE, SO AN EMPTY ONE MEANS EVERYTHING WAS THERE.

       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-BUSINESS-DATE.

           OPEN OUTPUT DSN-EXCEPTION-FILE.

           OPEN INPUT MANIFEST-FILE.

           IF MF-FILE-STATUS NOT = '00'
              DISPLAY 'DSNAVAIL,NO DSNMANF MANIFEST,'
                      'NO DATASET CHECKED'
              CLOSE MANIFEST-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *    ONE MANIFEST ROW: RESOLVE, TRIAL OPEN, AND - IF THE OPEN
      *    FAILED - DECODE AND RECORD. A ROW WHOSE NEED, MODE OR ORG
      *    IS NOT ONE OF THE CODES ABOVE IS DROPPED, SAID SO.

       2000-CHECK-ONE-DATASET.

           IF MANIFEST-REC (1:1) = '*'
           OR MF-DDNAME = SPACE
              GO TO 2000-EXIT
           END-IF.

           IF NOT MF-REQUIRED AND NOT MF-OPTIONAL
           OR NOT MF-INPUT AND NOT MF-OUTPUT
           OR NOT MF-SEQUENTIAL AND NOT MF-KEYED
              DISPLAY 'DSNAVAIL,DSNMANF ROW DROPPED,BAD CODES,'
                      MF-DDNAME ',' MF-NEED ',' MF-MODE ',' MF-ORG
              ADD 1                   TO WS-BAD-ROW-COUNT
              GO TO 2000-EXIT
           END-IF.

           ADD 1                      TO WS-CHECKED-COUNT.

           PERFORM 2100-RESOLVE-DDNAME
              THRU 2100-EXIT.

           PERFORM 2200-TRIAL-OPEN
              THRU 2200-EXIT.

           IF WS-PROBE-STATUS = '00' OR '97'
           OR (MF-KEYED AND WS-PROBE-STATUS = '39')
              ADD 1                   TO WS-AVAILABLE-COUNT
              GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-RECORD-UNAVAILABLE
              THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *    THE NEWEST CATALOGED GENERATION, OR THE DDNAME ITSELF WHEN
      *    GETDSNS HAS NO ENTRY FOR IT.

       2100-RESOLVE-DDNAME.

           MOVE MF-DDNAME             TO GP-DDNAME.
           MOVE 20                    TO GP-MAXIMUM-DATA-SETS.
           CALL 'GETDSNS' USING WS-GETDSNS-PARAMETERS.

           MOVE SPACE                 TO WS-PROBE-DSN.

           IF GP-RETURN-CODE = ZERO
           AND GP-CURRENT-DATA-SETS > ZERO
              MOVE 'Y'                TO WS-CATALOGED
              SET GP-INDEX            TO 1
              MOVE GP-DATA-SET-NAME (GP-INDEX)
                                      TO WS-PROBE-DSN
           ELSE
              MOVE 'N'                TO WS-CATALOGED
              MOVE MF-DDNAME          TO WS-PROBE-DSN
           END-IF.

       2100-EXIT.
           EXIT.

      *    OPENS THE RESOLVED NAME IN THE MODE THE NIGHT NEEDS AND,
      *    IF IT OPENED, CLOSES IT AGAIN UNTOUCHED.

       2200-TRIAL-OPEN.

           IF MF-KEYED
              IF MF-INPUT
                 OPEN INPUT PROBE-KEYED-FILE
              ELSE
                 OPEN I-O PROBE-KEYED-FILE
              END-IF
              MOVE PK-FILE-STATUS     TO WS-PROBE-STATUS
              IF WS-PROBE-STATUS = '00' OR '97'
                 CLOSE PROBE-KEYED-FILE
              END-IF
           ELSE
              IF MF-INPUT
                 OPEN INPUT PROBE-SEQ-FILE
              ELSE
                 OPEN EXTEND PROBE-SEQ-FILE
              END-IF
              MOVE PS-FILE-STATUS     TO WS-PROBE-STATUS
              IF WS-PROBE-STATUS = '00' OR '97'
                 CLOSE PROBE-SEQ-FILE
              END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      *    A DATASET THE NIGHT CANNOT HAVE. FILESTAT SAYS WHY; THE ROW
      *    GOES TO DSNAEXCP FOR STREAMCT, AND A REQUIRED ONE IS ALSO
      *    ALERTED FOR THE DUTY OPERATOR.

       3000-RECORD-UNAVAILABLE.

           CALL 'FILESTAT' USING WS-PROBE-STATUS
                                  WS-DECODE-MESSAGE
                                  WS-DECODE-FOUND
                                  WS-DECODE-INDEX
                                  MF-DDNAME
                                  WS-DECODE-SEVERITY.

           IF MF-REQUIRED
              MOVE 08                 TO WS-ROW-SEVERITY
              ADD 1                   TO WS-REQ-FAILED-COUNT
           ELSE
              MOVE 04                 TO WS-ROW-SEVERITY
              ADD 1                   TO WS-OPT-FAILED-COUNT
           END-IF.

           MOVE SPACE                 TO DSN-AVAIL-EXCP-REC.
           MOVE WS-BUSINESS-DATE      TO DA-BUSINESS-DATE.
           MOVE MF-DDNAME             TO DA-DDNAME.
           IF WS-PROBE-STATUS = '35' OR '96'
              MOVE 'MISSING '         TO DA-DISPOSITION
           ELSE
              MOVE 'NOOPEN  '         TO DA-DISPOSITION
           END-IF.
           MOVE MF-NEED               TO DA-NEED.
           MOVE WS-PROBE-STATUS       TO DA-FILE-STATUS.
           MOVE WS-ROW-SEVERITY       TO DA-SEVERITY.
           WRITE DSN-AVAIL-EXCP-REC.

           DISPLAY 'DSNAVAIL,' MF-DDNAME ',' DA-DISPOSITION
                   ',NEED ' MF-NEED ',MODE ' MF-MODE
                   ',FS ' WS-PROBE-STATUS ',' WS-DECODE-MESSAGE.
           IF WS-CATALOGED = 'Y'
              DISPLAY 'DSNAVAIL,' MF-DDNAME ',RESOLVED TO,'
                      WS-PROBE-DSN
           ELSE
              DISPLAY 'DSNAVAIL,' MF-DDNAME ',NOT CATALOGED,'
                      'CHECKED UNDER THE DDNAME'
           END-IF.

           IF MF-OPTIONAL
              GO TO 3000-EXIT
           END-IF.

           MOVE MF-DDNAME             TO WS-ALT-DDNAME.
           MOVE DA-DISPOSITION        TO WS-ALT-DISPOSITION.
           MOVE WS-PROBE-STATUS       TO WS-ALT-STATUS.

           MOVE 'DSNAVAIL'            TO AP-SOURCE-PGM.
           MOVE 08                    TO AP-SEVERITY.
           MOVE WS-ALERT-TEXT         TO AP-ALERT-TEXT.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

           DISPLAY 'DSNAVAIL,' WS-ALERT-TEXT.

       3000-EXIT.
           EXIT.

       8000-TERMINATE.

           DISPLAY 'DSNAVAIL,BUSINESS DATE,' WS-BUSINESS-DATE.
           DISPLAY 'DSNAVAIL,MANIFEST ROWS,' WS-ROWS-READ.
           DISPLAY 'DSNAVAIL,DATASETS CHECKED,' WS-CHECKED-COUNT.
           DISPLAY 'DSNAVAIL,AVAILABLE,' WS-AVAILABLE-COUNT.
           DISPLAY 'DSNAVAIL,REQUIRED UNAVAILABLE,'
                   WS-REQ-FAILED-COUNT.
           DISPLAY 'DSNAVAIL,OPTIONAL UNAVAILABLE,'
                   WS-OPT-FAILED-COUNT.
           DISPLAY 'DSNAVAIL,ROWS DROPPED,' WS-BAD-ROW-COUNT.

           MOVE 'DSNAVAIL'            TO RL-PROGRAM.
           MOVE WS-START-TIMESTAMP    TO RL-START-TIMESTAMP.
           MOVE 'DSNMANF '            TO RL-INPUT-DDNAME.
           MOVE WS-ROWS-READ          TO RL-RECORDS-READ.
           MOVE WS-AVAILABLE-COUNT    TO RL-RECORDS-ACCEPTED.
           COMPUTE RL-RECORDS-REJECTED =
                   WS-REQ-FAILED-COUNT + WS-OPT-FAILED-COUNT
                 + WS-BAD-ROW-COUNT.

           EVALUATE TRUE
             WHEN WS-REQ-FAILED-COUNT > ZERO
               MOVE 08                TO RL-SEVERITY
             WHEN RL-RECORDS-REJECTED > ZERO
               MOVE 04                TO RL-SEVERITY
             WHEN OTHER
               MOVE ZERO              TO RL-SEVERITY
           END-EVALUATE.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE RL-SEVERITY           TO RETURN-CODE.

       8000-EXIT.
           EXIT.
