       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNGRST.
       AUTHOR. CHRISTIAN STRAMA.

      * MORNING RESET OF THE ONLINE TRAINING FILES. A TRAINING
      * SESSION (SEE TRNGCHK) READS AND WRITES TRAINING-SCOPED COPIES
      * OF THE SCREENS' FILES INSTEAD OF PRODUCTION, SO A CLASS CAN
      * PRACTICE LOOKUPS, CONTACT LOGGING, PACKET REQUESTS AND WORK-
      * ITEM CLAIMS WITHOUT EVER TOUCHING A REAL BENEFICIARY. THIS
      * JOB PUTS THOSE COPIES BACK TO A KNOWN STARTING POINT SO EACH
      * DAY'S CLASS SEES THE SAME DATA WHATEVER YESTERDAY'S DID:
      *
      *   HICXRFTR, SSAXRFTR, ACKMSTTR, OUTCMSTR - RELOADED FROM THE
      *     ANONYMIZED TEST MASTERS (HICXREFT, SSAXREFT, ACKMASTT,
      *     OUTCMSTT) THAT TSTREFR KEEPS CONSISTENT WITH EACH OTHER
      *   MBIXRFTR - REBUILT FROM THE TRAINING CROSSWALK THE WAY
      *     SSAXBLD BUILDS MBIXREF (FIRST RRB HIC IN KEY ORDER WINS AN
      *     MBI CARRIED TWICE; THE DUPLICATE IS COUNTED)
      *   MBIHSTTR, RCYCMSTR, CONTLGTR, PKTQUETR, WRKITMTR, STGENTTR
      *     - EMPTIED, SO YESTERDAY'S PRACTICE CONTACTS, PACKETS AND
      *     CLAIMS ARE GONE AND NO TRAINING BENEFICIARY SHOWS AS
      *     STAGED
      *
      * THE TEST MASTERS ARE OPENED FIRST, ALL FOUR TOGETHER. IF ANY
      * ONE WILL NOT OPEN NOTHING IS TOUCHED - YESTERDAY'S TRAINING
      * FILES ARE BETTER THAN HALF A RESET - AND THE JOB ENDS RC 8.
      * A TRAINING FILE THAT WILL NOT OPEN FOR OUTPUT ALSO ENDS RC 8.
      *
      * OPERATIONS CLOSES THE TRAINING FILE DEFINITIONS IN CICS
      * AROUND THIS STEP AND OPENS THEM AGAIN AFTER IT, AS FOR ANY
      * BATCH LOAD OF A CICS-OWNED FILE. NO PRODUCTION FILE IS OPENED
      * HERE AT ALL, SO THE JOB IS SAFE TO RERUN AT ANY TIME, AND THE
      * LOAD IS NOT JOURNALED (SEE MSTJRNL) - THE TRAINING FILES ARE
      * NOT MASTERS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    THE ANONYMIZED TEST MASTERS, READ ONLY.

           SELECT TEST-HXRF-FILE  ASSIGN TO WS-HICXREFT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS TH-RRB-HIC
                                  FILE STATUS IS TH-FILE-STATUS.

           SELECT TEST-SXRF-FILE  ASSIGN TO WS-SSAXREFT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS TS-SSA-HIC
                                  FILE STATUS IS TS-FILE-STATUS.

           SELECT TEST-ACKM-FILE  ASSIGN TO WS-ACKMASTT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS TA-SSA-HIC
                                  FILE STATUS IS TA-FILE-STATUS.

           SELECT TEST-OUTC-FILE  ASSIGN TO WS-OUTCMSTT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS TO-RRB-HIC
                                  FILE STATUS IS TO-FILE-STATUS.

      *    THE TRAINING FILES, LOADED OR EMPTIED FROM SCRATCH.

           SELECT TRNG-HXRF-FILE  ASSIGN TO WS-HICXRFTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS GH-RRB-HIC
                                  FILE STATUS IS GH-FILE-STATUS.

           SELECT TRNG-SXRF-FILE  ASSIGN TO WS-SSAXRFTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS GS-SSA-HIC
                                  FILE STATUS IS GS-FILE-STATUS.

           SELECT TRNG-ACKM-FILE  ASSIGN TO WS-ACKMSTTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS GA-SSA-HIC
                                  FILE STATUS IS GA-FILE-STATUS.

           SELECT TRNG-OUTC-FILE  ASSIGN TO WS-OUTCMSTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS GO-RRB-HIC
                                  FILE STATUS IS GO-FILE-STATUS.

           SELECT TRNG-MBIX-FILE  ASSIGN TO WS-MBIXRFTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS MB-SSA-MBI
                                  FILE STATUS IS MB-FILE-STATUS.

           SELECT TRNG-MBIH-FILE  ASSIGN TO WS-MBIHSTTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS HS-MBI
                                  FILE STATUS IS HS-FILE-STATUS.

           SELECT TRNG-RCYC-FILE  ASSIGN TO WS-RCYCMSTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS RM-RRB-HIC
                                  FILE STATUS IS RM-FILE-STATUS.

           SELECT TRNG-CONT-FILE  ASSIGN TO WS-CONTLGTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS CL-KEY
                                  FILE STATUS IS CL-FILE-STATUS.

           SELECT TRNG-PKTQ-FILE  ASSIGN TO WS-PKTQUETR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS PQ-KEY
                                  FILE STATUS IS PQ-FILE-STATUS.

           SELECT TRNG-WRKI-FILE  ASSIGN TO WS-WRKITMTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS WI-KEY
                                  FILE STATUS IS WI-FILE-STATUS.

           SELECT TRNG-STGE-FILE  ASSIGN TO WS-STGENTTR-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE SEQUENTIAL
                                  RECORD KEY IS SE-SSA-HIC
                                  FILE STATUS IS SE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    THE TEST CROSSWALK IS READ IN FULL - ITS MBI FEEDS THE
      *    TRAINING MBIXREF COMPANION.

       FD  TEST-HXRF-FILE.

       01  TEST-HXRF-REC.
           05  TH-RRB-HIC              PIC  X(12).
           05  TH-SSA-HIC              PIC  X(11).
           05  TH-SSA-MBI              PIC  X(11).
           05  TH-SSA-BIC              PIC  X(02).
           05  TH-FIRST-SEEN           PIC  X(26).
           05  TH-LAST-SEEN            PIC  X(26).
           05  TH-MISMATCH-FLAG        PIC  X(01).
           05  TH-TERM-STATUS          PIC  X(01).
           05  TH-TERM-DATE            PIC  X(08).
           05  TH-SUPERSEDED-BY        PIC  X(12).
           05  TH-SUPERSEDES           PIC  X(12).

      *    THE OTHER MASTER RECORDS - THE SAME LAYOUTS, KEYS ONLY
      *    NAMED, AS IN TSTREFR.

       FD  TEST-SXRF-FILE.

       01  TEST-SXRF-REC.
           05  TS-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(51).

       FD  TEST-ACKM-FILE.

       01  TEST-ACKM-REC.
           05  TA-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(46).

       FD  TEST-OUTC-FILE.

       01  TEST-OUTC-REC.
           05  TO-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(50).

       FD  TRNG-HXRF-FILE.

       01  TRNG-HXRF-REC.
           05  GH-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  TRNG-SXRF-FILE.

       01  TRNG-SXRF-REC.
           05  GS-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(51).

       FD  TRNG-ACKM-FILE.

       01  TRNG-ACKM-REC.
           05  GA-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(46).

       FD  TRNG-OUTC-FILE.

       01  TRNG-OUTC-REC.
           05  GO-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(50).

       FD  TRNG-MBIX-FILE.

       01  MBI-XREF-REC.
           05  MB-SSA-MBI              PIC  X(11).
           05  MB-RRB-HIC              PIC  X(12).
           05  MB-SSA-HIC              PIC  X(11).
           05  MB-SSA-BIC              PIC  X(02).
           05  MB-LAST-SEEN            PIC  X(26).

       FD  TRNG-MBIH-FILE.

       01  MBI-HIST-REC.
           05  HS-MBI                  PIC  X(11).
           05  FILLER                  PIC  X(76).

       FD  TRNG-RCYC-FILE.

       01  RECYCLE-MAST-REC.
           05  RM-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(13).

       FD  TRNG-CONT-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY CNTLREC.

       FD  TRNG-PKTQ-FILE.

           COPY PKTQREC.

       FD  TRNG-WRKI-FILE.

           COPY WRKITEM.

       FD  TRNG-STGE-FILE.

           COPY STGEREC.

       WORKING-STORAGE SECTION.

       01  TH-FILE-STATUS              PIC  X(02).
       01  TS-FILE-STATUS              PIC  X(02).
       01  TA-FILE-STATUS              PIC  X(02).
       01  TO-FILE-STATUS              PIC  X(02).
       01  GH-FILE-STATUS              PIC  X(02).
       01  GS-FILE-STATUS              PIC  X(02).
       01  GA-FILE-STATUS              PIC  X(02).
       01  GO-FILE-STATUS              PIC  X(02).
       01  MB-FILE-STATUS              PIC  X(02).
       01  HS-FILE-STATUS              PIC  X(02).
       01  RM-FILE-STATUS              PIC  X(02).
       01  CL-FILE-STATUS              PIC  X(02).
       01  PQ-FILE-STATUS              PIC  X(02).
       01  WI-FILE-STATUS              PIC  X(02).
       01  SE-FILE-STATUS              PIC  X(02).

       01  WS-HICXREFT-DSN         PIC X(08)  VALUE 'HICXREFT'.
       01  WS-SSAXREFT-DSN         PIC X(08)  VALUE 'SSAXREFT'.
       01  WS-ACKMASTT-DSN         PIC X(08)  VALUE 'ACKMASTT'.
       01  WS-OUTCMSTT-DSN         PIC X(08)  VALUE 'OUTCMSTT'.
       01  WS-HICXRFTR-DSN         PIC X(08)  VALUE 'HICXRFTR'.
       01  WS-SSAXRFTR-DSN         PIC X(08)  VALUE 'SSAXRFTR'.
       01  WS-ACKMSTTR-DSN         PIC X(08)  VALUE 'ACKMSTTR'.
       01  WS-OUTCMSTR-DSN         PIC X(08)  VALUE 'OUTCMSTR'.
       01  WS-MBIXRFTR-DSN         PIC X(08)  VALUE 'MBIXRFTR'.
       01  WS-MBIHSTTR-DSN         PIC X(08)  VALUE 'MBIHSTTR'.
       01  WS-RCYCMSTR-DSN         PIC X(08)  VALUE 'RCYCMSTR'.
       01  WS-CONTLGTR-DSN         PIC X(08)  VALUE 'CONTLGTR'.
       01  WS-PKTQUETR-DSN         PIC X(08)  VALUE 'PKTQUETR'.
       01  WS-WRKITMTR-DSN         PIC X(08)  VALUE 'WRKITMTR'.
       01  WS-STGENTTR-DSN         PIC X(08)  VALUE 'STGENTTR'.

       01  WS-SWITCHES.
           05  NO-MORE-SOURCE      PIC X(01)  VALUE 'N'.
               88  END-OF-SOURCE              VALUE 'Y'.
           05  WS-RESET-OK         PIC X(01)  VALUE 'Y'.
               88  RESET-FAILED               VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-HXRF-LOADED          PIC 9(09)  VALUE ZERO.
           05  WS-SXRF-LOADED          PIC 9(09)  VALUE ZERO.
           05  WS-ACKM-LOADED          PIC 9(09)  VALUE ZERO.
           05  WS-OUTC-LOADED          PIC 9(09)  VALUE ZERO.
           05  WS-MBIX-LOADED          PIC 9(09)  VALUE ZERO.
           05  WS-MBI-COLLISIONS       PIC 9(09)  VALUE ZERO.
           05  WS-FILES-EMPTIED        PIC 9(02)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-OPEN-SOURCES
              THRU 1000-EXIT.

           IF RESET-FAILED
              DISPLAY 'TRNGRST,TEST MASTERS UNAVAILABLE - TRAINING '
                      'FILES LEFT AS THEY WERE'
              MOVE 8                   TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2000-LOAD-CROSSWALK
              THRU 2000-EXIT.

           PERFORM 3000-LOAD-SSAXREF
              THRU 3000-EXIT.

           PERFORM 4000-LOAD-ACKMAST
              THRU 4000-EXIT.

           PERFORM 5000-LOAD-OUTCMAST
              THRU 5000-EXIT.

           PERFORM 6000-EMPTY-WORK-FILES
              THRU 6000-EXIT.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

      *    ALL FOUR SOURCES MUST OPEN BEFORE ANY TRAINING FILE IS
      *    OPENED OUTPUT - AN OUTPUT OPEN IS WHAT EMPTIES IT.

       1000-OPEN-SOURCES.

           OPEN INPUT TEST-HXRF-FILE
                      TEST-SXRF-FILE
                      TEST-ACKM-FILE
                      TEST-OUTC-FILE.

           IF TH-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN HICXREFT,' TH-FILE-STATUS
              MOVE 'N'                 TO WS-RESET-OK
           END-IF.
           IF TS-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN SSAXREFT,' TS-FILE-STATUS
              MOVE 'N'                 TO WS-RESET-OK
           END-IF.
           IF TA-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN ACKMASTT,' TA-FILE-STATUS
              MOVE 'N'                 TO WS-RESET-OK
           END-IF.
           IF TO-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN OUTCMSTT,' TO-FILE-STATUS
              MOVE 'N'                 TO WS-RESET-OK
           END-IF.

           IF RESET-FAILED
              CLOSE TEST-HXRF-FILE
                    TEST-SXRF-FILE
                    TEST-ACKM-FILE
                    TEST-OUTC-FILE
           END-IF.

       1000-EXIT.
           EXIT.

      *    THE TRAINING CROSSWALK, AND THE MBI COMPANION BUILT FROM
      *    IT IN THE SAME SWEEP (SSAXBLD'S RULES).

       2000-LOAD-CROSSWALK.

           OPEN OUTPUT TRNG-HXRF-FILE
                       TRNG-MBIX-FILE.

           IF GH-FILE-STATUS NOT = '00'
           OR MB-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN HICXRFTR/MBIXRFTR,'
                      GH-FILE-STATUS ',' MB-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
              CLOSE TEST-HXRF-FILE
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SOURCE.
           PERFORM 2100-COPY-ONE-CROSSWALK
              THRU 2100-EXIT
              UNTIL END-OF-SOURCE.

           CLOSE TEST-HXRF-FILE
                 TRNG-HXRF-FILE
                 TRNG-MBIX-FILE.

       2000-EXIT.
           EXIT.

       2100-COPY-ONE-CROSSWALK.

           READ TEST-HXRF-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SOURCE
           END-READ.

           IF END-OF-SOURCE
              GO TO 2100-EXIT
           END-IF.

           MOVE TEST-HXRF-REC          TO TRNG-HXRF-REC.
           WRITE TRNG-HXRF-REC.
           ADD 1                       TO WS-HXRF-LOADED.

           IF TH-SSA-MBI = SPACE
              GO TO 2100-EXIT
           END-IF.

           MOVE TH-SSA-MBI             TO MB-SSA-MBI.
           MOVE TH-RRB-HIC             TO MB-RRB-HIC.
           MOVE TH-SSA-HIC             TO MB-SSA-HIC.
           MOVE TH-SSA-BIC             TO MB-SSA-BIC.
           MOVE TH-LAST-SEEN           TO MB-LAST-SEEN.
           WRITE MBI-XREF-REC
             INVALID KEY
               ADD 1                   TO WS-MBI-COLLISIONS
             NOT INVALID KEY
               ADD 1                   TO WS-MBIX-LOADED
           END-WRITE.

       2100-EXIT.
           EXIT.

       3000-LOAD-SSAXREF.

           OPEN OUTPUT TRNG-SXRF-FILE.

           IF GS-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN SSAXRFTR,'
                      GS-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
              CLOSE TEST-SXRF-FILE
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SOURCE.
           PERFORM 3100-COPY-ONE-SSAXREF
              THRU 3100-EXIT
              UNTIL END-OF-SOURCE.

           CLOSE TEST-SXRF-FILE
                 TRNG-SXRF-FILE.

       3000-EXIT.
           EXIT.

       3100-COPY-ONE-SSAXREF.

           READ TEST-SXRF-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SOURCE
           END-READ.

           IF END-OF-SOURCE
              GO TO 3100-EXIT
           END-IF.

           MOVE TEST-SXRF-REC          TO TRNG-SXRF-REC.
           WRITE TRNG-SXRF-REC.
           ADD 1                       TO WS-SXRF-LOADED.

       3100-EXIT.
           EXIT.

       4000-LOAD-ACKMAST.

           OPEN OUTPUT TRNG-ACKM-FILE.

           IF GA-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN ACKMSTTR,'
                      GA-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
              CLOSE TEST-ACKM-FILE
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SOURCE.
           PERFORM 4100-COPY-ONE-ACKMAST
              THRU 4100-EXIT
              UNTIL END-OF-SOURCE.

           CLOSE TEST-ACKM-FILE
                 TRNG-ACKM-FILE.

       4000-EXIT.
           EXIT.

       4100-COPY-ONE-ACKMAST.

           READ TEST-ACKM-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SOURCE
           END-READ.

           IF END-OF-SOURCE
              GO TO 4100-EXIT
           END-IF.

           MOVE TEST-ACKM-REC          TO TRNG-ACKM-REC.
           WRITE TRNG-ACKM-REC.
           ADD 1                       TO WS-ACKM-LOADED.

       4100-EXIT.
           EXIT.

       5000-LOAD-OUTCMAST.

           OPEN OUTPUT TRNG-OUTC-FILE.

           IF GO-FILE-STATUS NOT = '00'
              DISPLAY 'TRNGRST,UNABLE TO OPEN OUTCMSTR,'
                      GO-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
              CLOSE TEST-OUTC-FILE
              GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                    TO NO-MORE-SOURCE.
           PERFORM 5100-COPY-ONE-OUTCMAST
              THRU 5100-EXIT
              UNTIL END-OF-SOURCE.

           CLOSE TEST-OUTC-FILE
                 TRNG-OUTC-FILE.

       5000-EXIT.
           EXIT.

       5100-COPY-ONE-OUTCMAST.

           READ TEST-OUTC-FILE NEXT
              AT END MOVE 'Y' TO NO-MORE-SOURCE
           END-READ.

           IF END-OF-SOURCE
              GO TO 5100-EXIT
           END-IF.

           MOVE TEST-OUTC-REC          TO TRNG-OUTC-REC.
           WRITE TRNG-OUTC-REC.
           ADD 1                       TO WS-OUTC-LOADED.

       5100-EXIT.
           EXIT.

      *    THE FILES A CLASS WRITES TO START EACH DAY EMPTY - AN
      *    OUTPUT OPEN AND CLOSE LEAVES A LOADED, RECORDLESS FILE.

       6000-EMPTY-WORK-FILES.

           OPEN OUTPUT TRNG-MBIH-FILE.
           IF HS-FILE-STATUS = '00'
              CLOSE TRNG-MBIH-FILE
              ADD 1                    TO WS-FILES-EMPTIED
           ELSE
              DISPLAY 'TRNGRST,UNABLE TO EMPTY MBIHSTTR,'
                      HS-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TRNG-RCYC-FILE.
           IF RM-FILE-STATUS = '00'
              CLOSE TRNG-RCYC-FILE
              ADD 1                    TO WS-FILES-EMPTIED
           ELSE
              DISPLAY 'TRNGRST,UNABLE TO EMPTY RCYCMSTR,'
                      RM-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TRNG-CONT-FILE.
           IF CL-FILE-STATUS = '00'
              CLOSE TRNG-CONT-FILE
              ADD 1                    TO WS-FILES-EMPTIED
           ELSE
              DISPLAY 'TRNGRST,UNABLE TO EMPTY CONTLGTR,'
                      CL-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TRNG-PKTQ-FILE.
           IF PQ-FILE-STATUS = '00'
              CLOSE TRNG-PKTQ-FILE
              ADD 1                    TO WS-FILES-EMPTIED
           ELSE
              DISPLAY 'TRNGRST,UNABLE TO EMPTY PKTQUETR,'
                      PQ-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TRNG-WRKI-FILE.
           IF WI-FILE-STATUS = '00'
              CLOSE TRNG-WRKI-FILE
              ADD 1                    TO WS-FILES-EMPTIED
           ELSE
              DISPLAY 'TRNGRST,UNABLE TO EMPTY WRKITMTR,'
                      WI-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TRNG-STGE-FILE.
           IF SE-FILE-STATUS = '00'
              CLOSE TRNG-STGE-FILE
              ADD 1                    TO WS-FILES-EMPTIED
           ELSE
              DISPLAY 'TRNGRST,UNABLE TO EMPTY STGENTTR,'
                      SE-FILE-STATUS
              MOVE 8                   TO RETURN-CODE
           END-IF.

       6000-EXIT.
           EXIT.

       8000-TERMINATE.

           DISPLAY 'TRNGRST,HICXRFTR RECORDS LOADED,' WS-HXRF-LOADED.
           DISPLAY 'TRNGRST,SSAXRFTR RECORDS LOADED,' WS-SXRF-LOADED.
           DISPLAY 'TRNGRST,ACKMSTTR RECORDS LOADED,' WS-ACKM-LOADED.
           DISPLAY 'TRNGRST,OUTCMSTR RECORDS LOADED,' WS-OUTC-LOADED.
           DISPLAY 'TRNGRST,MBIXRFTR RECORDS BUILT,' WS-MBIX-LOADED.
           DISPLAY 'TRNGRST,MBI COLLISIONS SKIPPED,'
                   WS-MBI-COLLISIONS.
           DISPLAY 'TRNGRST,WORK FILES EMPTIED,' WS-FILES-EMPTIED.

       8000-EXIT.
           EXIT.
