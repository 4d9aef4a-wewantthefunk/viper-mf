      *    SHARED RETCODE SCALE. THE CALLER CAPTURES ITS OWN START
      *    TIMESTAMP AT INITIALIZATION; THE END TIMESTAMP IS STAMPED
      *    HERE.
      *
      *    EVERY ROW ALSO CARRIES THE VERSION OF EACH SITE CONTROL
      *    TABLE (BICXWLK, BICRANGE, STATTAB, GDGBASES) THE RUN HAD
      *    LOADED, AS TBLVERS RECORDED IT WHEN THE LOADING PROGRAM
      *    READ THE TABLE - SO A NIGHT THAT CONVERTED DIFFERENTLY CAN
      *    BE TIED TO THE TABLE VERSION IT RAN UNDER. THE RECORD GREW
      *    FROM 150 TO 170 BYTES FOR IT; EVERY RUNLEDG READER'S FD
      *    GREW WITH IT.
      *
      *    A RUN MADE UNDER BTCHTEST IS A REHEARSAL AGAINST THE TEST
      *    DATASETS, NOT A PRODUCTION NIGHT, AND IS STAMPED 'T' IN THE
      *    BACKOUT-FLAG BYTE SO THAT READERS WHICH MEASURE THE
      *    PRODUCTION STREAM (ELAPCHK'S ELAPSED-TIME BASELINES) CAN
      *    LEAVE IT OUT. READERS THAT TEST ONLY FOR 'B' ARE UNCHANGED.

       ENVIRONMENT DIVISION.

       FILE SECTION.

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 170 CHARACTERS.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).

      *    SPACE ON EVERY PRODUCTION RECORD WRITTEN HERE, 'T' ON A
      *    BTCHTEST REHEARSAL; THE RRBBKOUT BACKOUT UTILITY SETS IT TO
      *    'B' ON A RUN IT HAS REVERSED, SO LEDGER READERS CAN TELL A
      *    BACKED-OUT NIGHT FROM A REAL ONE.

           05  RL-REC-BACKOUT-FLAG     PIC  X(01).

      *    CONTROL-TABLE VERSIONS LOADED - BICXWLK, BICRANGE, STATTAB,
      *    GDGBASES, IN THAT ORDER. SEE TBLVERS FOR THE SLOT VALUES
      *    (SPACES = TABLE NOT LOADED BY THIS RUN).

           05  RL-REC-TABLE-VERSIONS.
               10  RL-REC-TABLE-VERSION
                                       PIC  X(05)  OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.

       01  RL-FILE-STATUS              PIC  X(02).

           COPY WSTMODE.

      *    PARAMETERS FOR GETDSNS - SAME LAYOUT AS GETDSNS'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION (SEE GDGRETEN'S WS-GETDSNS-
               10  GP-DATA-SET-NAME     PIC X(44).
               10  GP-GENERATION        PIC X(08).

      *    PARAMETERS FOR TBLVERS - SAME LAYOUT AS TBLVERS'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. ONLY THE QUERY FUNCTION IS USED.

       01  WS-TBLVERS-PARAMETERS.
           05  TL-FUNCTION             PIC  X(01).
           05  TL-TABLE-ID             PIC  X(08).
           05  TL-RECORD-LENGTH        PIC  9(04).
           05  TL-RECORD-AREA          PIC  X(80).
           05  TL-SLOT-VERSIONS        PIC  X(20).
           05  TL-RETURN-CODE          PIC  9(02).

       LINKAGE SECTION.

       01  RUNLEDGR-PARAMETERS.
           MOVE  RL-RECORDS-REJECTED   TO  RL-REC-REJECTED
           MOVE  RL-SEVERITY           TO  RL-REC-SEVERITY

           MOVE  'N'                   TO  WS-TEST-MODE-SWITCH
           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'
           IF  WS-TEST-MODE-ON
               MOVE  'T'               TO  RL-REC-BACKOUT-FLAG
           END-IF

           MOVE  'Q'                   TO  TL-FUNCTION
           CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           MOVE  TL-SLOT-VERSIONS      TO  RL-REC-TABLE-VERSIONS

           IF  RL-INPUT-DDNAME     NOT =  SPACE
               MOVE  RL-INPUT-DDNAME   TO  GP-DDNAME
               MOVE  20                TO  GP-MAXIMUM-DATA-SETS
