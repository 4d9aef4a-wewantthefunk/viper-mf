       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCYCLOAD.
       AUTHOR. CHRISTIAN STRAMA.

      * RECYCLE LOOKUP COMPANION BUILDER. THE REJECTS WAITING FOR A
      * CORRECTED HIC LIVE ONLY ON RRBDRIVE'S SEQUENTIAL RECYCLE
      * FILE, WHICH NO SCREEN CAN READ BY KEY - A CLERK ASKED
      * WHETHER A BENEFICIARY IS STUCK IN RECYCLE HAD TO ASK
      * OPERATIONS TO SEARCH THE FILE. THIS JOB REBUILDS THE RRB-
      * HIC-KEYED RCYCMAST COMPANION FROM TONIGHT'S RRBRCYCO SO THE
      * BENSUMM SUMMARY SCREEN (ONLINE, VIA CICS FILE CONTROL) CAN
      * ANSWER IT IN ONE READ. RUN AFTER THE NIGHTLY CONVERSION, LIKE
      * SSAXBLD. THE COMPANION IS REBUILT FROM SCRATCH EVERY RUN, SO
      * A REJECT THAT CLEARED OR AGED OUT LAST NIGHT DROPS OFF IT.
      * THERE IS NO SNAPSHOT OF THIS COMPANION - DURING THE REBUILD
      * THE FILE IS CLOSED TO CICS AND THE SCREEN SAYS IT CANNOT
      * READ IT.
      *
      * AN RRB HIC ON THE RECYCLE FILE TWICE CANNOT BE KEYED TWICE -
      * THE FIRST ONE WINS AND THE DUPLICATE IS COUNTED AND
      * DISPLAYED SO IT CAN BE CHASED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL RECYCLE-IN-FILE
                                  ASSIGN TO RRBRCYCO
                                  FILE STATUS IS RCI-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT RECYCLE-MAST-FILE
                                  ASSIGN TO WS-RCYCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE RANDOM
                                  RECORD KEY IS RM-RRB-HIC
                                  FILE STATUS IS RM-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    SAME 25-BYTE LAYOUT AS RRBDRIVE'S RECYCLE-OUT-REC.

       FD  RECYCLE-IN-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  RECYCLE-IN-REC.
           05  RCI-RRB-HIC             PIC  X(12).
           05  RCI-ATTEMPTS            PIC  9(02).
           05  RCI-FIRST-REJ-DATE      PIC  X(08).
           05  RCI-SOURCE              PIC  X(03).

       FD  RECYCLE-MAST-FILE.

       01  RECYCLE-MAST-REC.
           05  RM-RRB-HIC              PIC  X(12).
           05  RM-ATTEMPTS             PIC  9(02).
           05  RM-FIRST-REJ-DATE       PIC  X(08).
           05  RM-SOURCE               PIC  X(03).

       WORKING-STORAGE SECTION.

       01  RCI-FILE-STATUS             PIC  X(02).
       01  RM-FILE-STATUS              PIC  X(02).

       01  WS-RCYCMAST-DSN             PIC  X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-RECYCLE     PIC X(01)  VALUE 'N'.
               88  END-OF-RECYCLE             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECYCLE-READ         PIC 9(09)  VALUE ZERO.
           05  WS-COMPANION-WRITTEN    PIC 9(09)  VALUE ZERO.
           05  WS-DUPLICATES           PIC 9(09)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

           PERFORM UNTIL END-OF-RECYCLE
              PERFORM 2000-BUILD-ONE-RECORD
                 THRU 2000-EXIT
           END-PERFORM.

           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           STOP RUN.

       1000-INITIALIZE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'RCYCMSTT'          TO  WS-RCYCMAST-DSN
           ELSE
               MOVE  'RCYCMAST'          TO  WS-RCYCMAST-DSN
           END-IF.

      *    A NIGHT THAT CLEARED EVERY REJECT MAY LEAVE NO RECYCLE
      *    FILE AT ALL - THE COMPANION IS STILL REBUILT, EMPTY.

           OPEN INPUT RECYCLE-IN-FILE.

           IF  RCI-FILE-STATUS NOT = '00'
           AND RCI-FILE-STATUS NOT = '05'
               DISPLAY 'RCYCLOAD,UNABLE TO OPEN RECYCLE-IN-FILE,'
                       RCI-FILE-STATUS
               MOVE 'Y'                 TO NO-MORE-RECYCLE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT RECYCLE-MAST-FILE.

           IF  RM-FILE-STATUS NOT = '00'
               DISPLAY 'RCYCLOAD,UNABLE TO OPEN RECYCLE-MAST-FILE,'
                       RM-FILE-STATUS
               MOVE 'Y'                 TO NO-MORE-RECYCLE
               GO TO 1000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

       2000-BUILD-ONE-RECORD.

           READ RECYCLE-IN-FILE
              AT END MOVE 'Y' TO NO-MORE-RECYCLE
           END-READ.

           IF END-OF-RECYCLE
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-RECYCLE-READ.

           MOVE RCI-RRB-HIC            TO RM-RRB-HIC.
           MOVE RCI-ATTEMPTS           TO RM-ATTEMPTS.
           MOVE RCI-FIRST-REJ-DATE     TO RM-FIRST-REJ-DATE.
           MOVE RCI-SOURCE             TO RM-SOURCE.

           WRITE RECYCLE-MAST-REC
             INVALID KEY
               ADD 1                   TO WS-DUPLICATES
               DISPLAY 'RCYCLOAD,RRB HIC ON THE RECYCLE FILE MORE '
                       'THAN ONCE,' RCI-RRB-HIC
             NOT INVALID KEY
               ADD 1                   TO WS-COMPANION-WRITTEN
           END-WRITE.

       2000-EXIT.
           EXIT.

       8000-TERMINATE.

           CLOSE RECYCLE-IN-FILE
                 RECYCLE-MAST-FILE.

           DISPLAY 'RCYCLOAD,RECYCLE RECORDS READ,' WS-RECYCLE-READ.
           DISPLAY 'RCYCLOAD,COMPANION RECORDS WRITTEN,'
                   WS-COMPANION-WRITTEN.
           DISPLAY 'RCYCLOAD,DUPLICATES SKIPPED,' WS-DUPLICATES.

       8000-EXIT.
           EXIT.
