      *
      *   ROW: REPORT ID(8) - THE FIRST WORD OF THE RPTWRITE TITLE
      *        (EVERY REPORT TITLES ITSELF 'PROGRAM - ...') -
      *        RECEIVING UNIT(12), DESTINATION NUMBER(1) 1-4,
      *        DATA OPTION(1) - 'D' ASKS RPTWRITE FOR A DELIMITED
      *        DATA COPY OF THE REPORT AS WELL AS THE LISTING.
      *
      * THE FOUR DESTINATION DATASETS ARE RPTDST01-RPTDST04 (THE
      * JCL POINTS EACH AT ITS UNIT'S DELIVERY DATASET). A REPORT
      * LATER PAGES OF THE SAME REPORT REPRINT THE TITLE AT HIGHER
      * PAGE NUMBERS AND STAY WITH THEIR REPORT. THE RPTMANI
      * DISTRIBUTION MANIFEST SHOWS WHAT WENT WHERE.
      *
      * THE DATA COPIES RPTWRITE STACKED ON RPTDATA ARE SPLIT THE
      * SAME WAY AFTER THE LISTINGS - EACH ROW CARRIES ITS REPORT ID
      * AND AN H (HEADER) OR D (DETAIL) ROW TYPE, AN H ROW STARTS A
      * REPORT - AND GO, PREFIX STRIPPED, TO RPTDAT01-RPTDAT04: THE
      * SAME DESTINATION NUMBER AS THE REPORT'S LISTING, SO THE UNIT
      * GETS ITS SPREADSHEET DATA ALONGSIDE ITS LISTING. A UNIT WITH
      * SEVERAL DATA REPORTS GETS THEM ONE AFTER ANOTHER, EACH UNDER
      * ITS OWN HEADER ROW. THEY ARE LISTED AFTER THE LISTINGS ON THE
      * MANIFEST, NOTED DATA. A RUN WITH NO RPTDATA ROUTES LISTINGS
      * ONLY AND LEAVES THE DATA DESTINATIONS EMPTY.
      *
      * EVERY LISTING IS ALSO INDEXED INTO THE KEYED REPORT STORE SO
      * A UNIT CAN READ IT ONLINE (THE RPTB BROWSER, RPTBRWS) INSTEAD
      * OF WAITING FOR A PRINTOUT: ONE RPTSTIX ROW PER REPORT (REPORT
      * ID, THE BUSINESS DATE FROM ITS TITLE LINE, RECEIVING UNIT,
      * DESTINATION, PAGE AND LINE COUNTS - COPYBOOK RPTSIDX) AND ITS
      * LINES, NUMBERED, ON RPTSTLN (COPYBOOK RPTSLIN). A REPORT
      * ALREADY STORED FOR THE SAME DATE - A RERUN - IS REPLACED,
      * ITS SURPLUS OLD LINES DELETED. AFTER ROUTING, REPORTS WHOSE
      * BUSINESS DATE IS OLDER THAN THE RPTSTORE CLASS OF THE
      * RETENTION SCHEDULE (THROUGH RETNLOOK, DEFAULT 60 DAYS) ARE
      * PURGED, INDEX ROW AND LINES. THE STORE IS A READING COPY OF
      * WHAT WAS DISTRIBUTED, NOT THE RECORD - WHEN IT CANNOT BE
      * OPENED THE LISTINGS ARE STILL ROUTED AND THE RUN SAYS SO.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS D4-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DATA-IN-FILE
                                  ASSIGN TO RPTDATA
                                  FILE STATUS IS DI-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DATA-DEST-1     ASSIGN TO RPTDAT01
                                  FILE STATUS IS E1-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DATA-DEST-2     ASSIGN TO RPTDAT02
                                  FILE STATUS IS E2-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DATA-DEST-3     ASSIGN TO RPTDAT03
                                  FILE STATUS IS E3-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DATA-DEST-4     ASSIGN TO RPTDAT04
                                  FILE STATUS IS E4-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT REPORT-INDEX-FILE
                                  ASSIGN TO RPTSTIX
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS RX-KEY
                                  FILE STATUS IS RX-FILE-STATUS.

           SELECT REPORT-LINE-FILE
                                  ASSIGN TO RPTSTLN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS RL-KEY
                                  FILE STATUS IS RL-FILE-STATUS.

           SELECT MANIFEST-FILE   ASSIGN TO RPTMANI
                                  FILE STATUS IS MN-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.
           05  FILLER              PIC X(48).

       FD  ROUTE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  ROUTE-REC.
           05  RT-REPORT-ID        PIC X(08).
           05  RT-UNIT             PIC X(12).
           05  RT-DEST             PIC 9(01).
           05  RT-DATA-OPTION      PIC X(01).

       FD  DEST-FILE-1
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  DEST-REC-4              PIC X(132).

      *    RPTWRITE'S STACKED DATA ROW.

       FD  DATA-IN-FILE
           RECORD CONTAINS 409 CHARACTERS.

       01  DATA-IN-REC.
           05  DI-REPORT-ID        PIC X(08).
           05  DI-ROW-TYPE         PIC X(01).
           05  DI-ROW              PIC X(400).

       FD  DATA-DEST-1
           RECORD CONTAINS 400 CHARACTERS.
       01  DATA-DEST-REC-1         PIC X(400).

       FD  DATA-DEST-2
           RECORD CONTAINS 400 CHARACTERS.
       01  DATA-DEST-REC-2         PIC X(400).

       FD  DATA-DEST-3
           RECORD CONTAINS 400 CHARACTERS.
       01  DATA-DEST-REC-3         PIC X(400).

       FD  DATA-DEST-4
           RECORD CONTAINS 400 CHARACTERS.
       01  DATA-DEST-REC-4         PIC X(400).

       FD  REPORT-INDEX-FILE.

           COPY RPTSIDX.

       FD  REPORT-LINE-FILE.

           COPY RPTSLIN.

       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  D3-FILE-STATUS          PIC X(02).
       01  D4-FILE-STATUS          PIC X(02).
       01  MN-FILE-STATUS          PIC X(02).
       01  DI-FILE-STATUS          PIC X(02).
       01  E1-FILE-STATUS          PIC X(02).
       01  E2-FILE-STATUS          PIC X(02).
       01  E3-FILE-STATUS          PIC X(02).
       01  E4-FILE-STATUS          PIC X(02).
       01  RX-FILE-STATUS          PIC X(02).
       01  RL-FILE-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
           05  WS-LINES-READ           PIC 9(09)  VALUE ZERO.
           05  WS-REPORTS-ROUTED       PIC 9(03)  VALUE ZERO.
           05  WS-UNROUTED             PIC 9(03)  VALUE ZERO.
           05  WS-DATA-ROWS-READ       PIC 9(09)  VALUE ZERO.
           05  WS-DATA-REPORTS         PIC 9(03)  VALUE ZERO.
           05  WS-STORED-REPORTS       PIC 9(03)  VALUE ZERO.
           05  WS-STORE-ERRORS         PIC 9(07)  VALUE ZERO.
           05  WS-PURGED-REPORTS       PIC 9(07)  VALUE ZERO.
           05  WS-PURGED-LINES         PIC 9(09)  VALUE ZERO.

      *    THE REPORT BEING COPIED INTO THE STORE.

       01  WS-STORE-SWITCHES.
           05  WS-STORE-AVAILABLE      PIC X(01)  VALUE 'N'.
               88  STORE-AVAILABLE                VALUE 'Y'.
           05  WS-STORING              PIC X(01)  VALUE 'N'.
               88  STORING-REPORT                 VALUE 'Y'.
           05  WS-PURGE-EOF            PIC X(01)  VALUE 'N'.
               88  PURGE-AT-END                   VALUE 'Y'.
           05  WS-LINES-EOF            PIC X(01)  VALUE 'N'.
               88  LINES-AT-END                   VALUE 'Y'.

       01  WS-STORE-REPORT             PIC X(08)  VALUE SPACE.
       01  WS-STORE-DATE               PIC X(08)  VALUE SPACE.
       01  WS-STORE-TITLE              PIC X(60)  VALUE SPACE.
       01  WS-STORE-LINES              PIC 9(07)  VALUE ZERO.
       01  WS-STORE-PAGES              PIC 9(05)  VALUE ZERO.
       01  WS-OLD-LINES                PIC 9(07)  VALUE ZERO.
       01  WS-LINE-IDX                 PIC 9(07)  VALUE ZERO.

       01  WS-TODAY-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-X REDEFINES WS-CUTOFF-DATE
                                       PIC X(08).

      *    PARAMETERS FOR RETNLOOK - SAME LAYOUT AS RETNLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC  X(08).
           05  RN-UNIT                 PIC  X(01).
           05  RN-DEFAULT              PIC  9(05).
           05  RN-PERIOD               PIC  9(05).
           05  RN-SOURCE               PIC  X(01).
           05  RN-RETURN-CODE          PIC  9(02).

       01  WS-ROUTE-COUNT              PIC 9(03)  VALUE ZERO.
       01  WS-ROUTE-TABLE.
                       DEST-FILE-2
                       DEST-FILE-3
                       DEST-FILE-4
                       DATA-DEST-1
                       DATA-DEST-2
                       DATA-DEST-3
                       DATA-DEST-4
                       MANIFEST-FILE.

           MOVE 'RPTDIST DISTRIBUTION MANIFEST'
                                      TO MANIFEST-REC.
           WRITE MANIFEST-REC.

           PERFORM 1500-OPEN-REPORT-STORE
              THRU 1500-EXIT.

           PERFORM UNTIL FILE-AT-END
               READ REPORT-IN-FILE
                 AT END
           PERFORM 2500-CLOSE-CURRENT-REPORT
              THRU 2500-EXIT.

           PERFORM 3000-ROUTE-DATA-COPIES
              THRU 3000-EXIT.

           PERFORM 4000-PURGE-REPORT-STORE
              THRU 4000-EXIT.

           IF STORE-AVAILABLE
              CLOSE REPORT-INDEX-FILE
                    REPORT-LINE-FILE
           END-IF.

           CLOSE REPORT-IN-FILE
                 DEST-FILE-1
                 DEST-FILE-2
                 DEST-FILE-3
                 DEST-FILE-4
                 DATA-DEST-1
                 DATA-DEST-2
                 DATA-DEST-3
                 DATA-DEST-4
                 MANIFEST-FILE.

           DISPLAY 'RPTDIST,LINES READ,' WS-LINES-READ.
           DISPLAY 'RPTDIST,REPORTS ROUTED,' WS-REPORTS-ROUTED.
           DISPLAY 'RPTDIST,REPORTS WITHOUT A ROUTE,' WS-UNROUTED.
           DISPLAY 'RPTDIST,DATA ROWS READ,' WS-DATA-ROWS-READ.
           DISPLAY 'RPTDIST,DATA COPIES ROUTED,' WS-DATA-REPORTS.
           DISPLAY 'RPTDIST,REPORTS STORED,' WS-STORED-REPORTS.
           DISPLAY 'RPTDIST,STORE WRITES FAILED,' WS-STORE-ERRORS.
           DISPLAY 'RPTDIST,STORED REPORTS PURGED,' WS-PURGED-REPORTS.
           DISPLAY 'RPTDIST,STORED LINES PURGED,' WS-PURGED-LINES.

           STOP RUN.

       1000-EXIT.
           EXIT.

      *    THE STORE IS CREATED EMPTY ON FIRST USE AT A NEW SITE, THE
      *    SAME WAY ALERTSUB CREATES THE ALERT MASTER.

       1500-OPEN-REPORT-STORE.

           OPEN I-O REPORT-INDEX-FILE.
           IF RX-FILE-STATUS NOT = '00'
              OPEN OUTPUT REPORT-INDEX-FILE
              CLOSE       REPORT-INDEX-FILE
              OPEN I-O    REPORT-INDEX-FILE
           END-IF.

           IF RX-FILE-STATUS NOT = '00'
              DISPLAY 'RPTDIST,REPORT STORE INDEX NOT AVAILABLE,'
                      RX-FILE-STATUS ',LISTINGS ROUTED BUT NOT STORED'
              GO TO 1500-EXIT
           END-IF.

           OPEN I-O REPORT-LINE-FILE.
           IF RL-FILE-STATUS NOT = '00'
              OPEN OUTPUT REPORT-LINE-FILE
              CLOSE       REPORT-LINE-FILE
              OPEN I-O    REPORT-LINE-FILE
           END-IF.

           IF RL-FILE-STATUS NOT = '00'
              DISPLAY 'RPTDIST,REPORT STORE LINES NOT AVAILABLE,'
                      RL-FILE-STATUS ',LISTINGS ROUTED BUT NOT STORED'
              CLOSE REPORT-INDEX-FILE
              GO TO 1500-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-STORE-AVAILABLE.

       1500-EXIT.
           EXIT.

      *    A PAGE-1 TITLE LINE OPENS A NEW REPORT; EVERYTHING ELSE
      *    FOLLOWS WHATEVER REPORT IS OPEN. LINES AHEAD OF THE FIRST
      *    TITLE (THERE SHOULD BE NONE) FALL TO DESTINATION 1.
                  THRU 2100-EXIT
           END-IF.

           IF  RI-DATE-TAG = ' DATE '
           AND RI-PAGE-TAG = ' PAGE '
               ADD 1                  TO WS-STORE-PAGES
           END-IF.

           EVALUATE WS-CURRENT-DEST
             WHEN 1
               MOVE REPORT-IN-REC     TO DEST-REC-1

           ADD 1 TO WS-CURRENT-LINES.

           IF STORING-REPORT
              PERFORM 2200-STORE-ONE-LINE
                 THRU 2200-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

           END-PERFORM.

           MOVE WS-TITLE-WORD         TO WS-CURRENT-REPORT.

           PERFORM 2150-FIND-ROUTE
              THRU 2150-EXIT.

           PERFORM 2300-START-STORED-REPORT
              THRU 2300-EXIT.

       2100-EXIT.
           EXIT.

      *    WS-CURRENT-REPORT'S UNIT AND DESTINATION - DESTINATION 1
      *    WHEN RPTROUTE HAS NO ROW FOR IT.

       2150-FIND-ROUTE.

           MOVE SPACE                 TO WS-CURRENT-UNIT.
           MOVE 1                     TO WS-CURRENT-DEST.
           MOVE ZERO                  TO WS-CURRENT-LINES.
               END-IF
           END-PERFORM.

       2150-EXIT.
           EXIT.

      *    A LINE ALREADY ON THE STORE UNDER THIS KEY IS FROM AN
      *    EARLIER RUN OF THE SAME REPORT AND DATE - IT IS REPLACED.

       2200-STORE-ONE-LINE.

           ADD 1                      TO WS-STORE-LINES.

           MOVE WS-STORE-REPORT       TO RL-REPORT-ID.
           MOVE WS-STORE-DATE         TO RL-BUS-DATE.
           MOVE WS-STORE-LINES        TO RL-LINE-NO.
           MOVE WS-STORE-PAGES        TO RL-PAGE.
           MOVE REPORT-IN-REC         TO RL-TEXT.

           WRITE REPORT-LINE-REC
             INVALID KEY
               REWRITE REPORT-LINE-REC
                 INVALID KEY
                   ADD 1              TO WS-STORE-ERRORS
               END-REWRITE
           END-WRITE.

       2200-EXIT.
           EXIT.

      *    A TITLE WITHOUT A READABLE BUSINESS DATE CANNOT BE KEYED
      *    AND IS ROUTED WITHOUT BEING STORED.

       2300-START-STORED-REPORT.

           MOVE 'N'                   TO WS-STORING.
           MOVE ZERO                  TO WS-STORE-LINES
                                         WS-STORE-PAGES
                                         WS-OLD-LINES.

           IF NOT STORE-AVAILABLE
              GO TO 2300-EXIT
           END-IF.

           IF RI-DATE NOT NUMERIC
              DISPLAY 'RPTDIST,NO BUSINESS DATE ON TITLE,NOT STORED,'
                      WS-CURRENT-REPORT
              GO TO 2300-EXIT
           END-IF.

           MOVE WS-CURRENT-REPORT     TO WS-STORE-REPORT.
           MOVE RI-DATE               TO WS-STORE-DATE.
           MOVE RI-TITLE-TEXT         TO WS-STORE-TITLE.
           MOVE 'Y'                   TO WS-STORING.

           MOVE WS-STORE-REPORT       TO RX-REPORT-ID.
           MOVE WS-STORE-DATE         TO RX-BUS-DATE.
           READ REPORT-INDEX-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE RX-LINES          TO WS-OLD-LINES
           END-READ.

       2300-EXIT.
           EXIT.

       2500-CLOSE-CURRENT-REPORT.
              GO TO 2500-EXIT
           END-IF.

           IF STORING-REPORT
              PERFORM 2600-FINISH-STORED-REPORT
                 THRU 2600-EXIT
           END-IF.

           MOVE SPACE                 TO WS-MANIFEST-LINE.
           MOVE WS-CURRENT-REPORT     TO WS-MAN-REPORT.
           MOVE WS-CURRENT-UNIT       TO WS-MAN-UNIT.

       2500-EXIT.
           EXIT.

      *    THE INDEX ROW GOES ON LAST, SO THE BROWSER NEVER OFFERS A
      *    REPORT WHOSE LINES ARE NOT ALL THERE YET.

       2600-FINISH-STORED-REPORT.

           COMPUTE WS-LINE-IDX = WS-STORE-LINES + 1.

           PERFORM UNTIL WS-LINE-IDX > WS-OLD-LINES
               MOVE WS-STORE-REPORT   TO RL-REPORT-ID
               MOVE WS-STORE-DATE     TO RL-BUS-DATE
               MOVE WS-LINE-IDX       TO RL-LINE-NO
               DELETE REPORT-LINE-FILE
                 INVALID KEY
                   CONTINUE
               END-DELETE
               ADD 1                  TO WS-LINE-IDX
           END-PERFORM.

           MOVE SPACE                 TO REPORT-INDEX-REC.
           MOVE WS-STORE-REPORT       TO RX-REPORT-ID.
           MOVE WS-STORE-DATE         TO RX-BUS-DATE.
           MOVE WS-CURRENT-UNIT       TO RX-UNIT.
           MOVE WS-CURRENT-DEST       TO RX-DEST.
           MOVE WS-STORE-PAGES        TO RX-PAGES.
           MOVE WS-STORE-LINES        TO RX-LINES.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                      TO RX-STORED-STAMP.
           MOVE WS-STORE-TITLE        TO RX-TITLE.

           WRITE REPORT-INDEX-REC
             INVALID KEY
               REWRITE REPORT-INDEX-REC
                 INVALID KEY
                   ADD 1              TO WS-STORE-ERRORS
               END-REWRITE
           END-WRITE.

           ADD 1                      TO WS-STORED-REPORTS.
           MOVE 'N'                   TO WS-STORING.

       2600-EXIT.
           EXIT.

      *****************************************************************
      *  THE DELIMITED DATA COPIES - AN H ROW OPENS A REPORT, ROUTED   *
      *  BY ITS REPORT ID EXACTLY AS ITS LISTING WAS; THE ROWS THAT    *
      *  FOLLOW GO WITH IT.                                            *
      *****************************************************************

       3000-ROUTE-DATA-COPIES.

           OPEN INPUT DATA-IN-FILE.

           IF DI-FILE-STATUS NOT = '00'
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ DATA-IN-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   ADD 1 TO WS-DATA-ROWS-READ
                   PERFORM 3100-ROUTE-ONE-ROW
                      THRU 3100-EXIT
               END-READ
           END-PERFORM.

           PERFORM 3500-CLOSE-DATA-REPORT
              THRU 3500-EXIT.

           CLOSE DATA-IN-FILE.

       3000-EXIT.
           EXIT.

       3100-ROUTE-ONE-ROW.

           IF DI-ROW-TYPE = 'H'
           OR DI-REPORT-ID NOT = WS-CURRENT-REPORT
              PERFORM 3500-CLOSE-DATA-REPORT
                 THRU 3500-EXIT
              MOVE DI-REPORT-ID       TO WS-CURRENT-REPORT
              PERFORM 2150-FIND-ROUTE
                 THRU 2150-EXIT
           END-IF.

           EVALUATE WS-CURRENT-DEST
             WHEN 1
               MOVE DI-ROW            TO DATA-DEST-REC-1
               WRITE DATA-DEST-REC-1
             WHEN 2
               MOVE DI-ROW            TO DATA-DEST-REC-2
               WRITE DATA-DEST-REC-2
             WHEN 3
               MOVE DI-ROW            TO DATA-DEST-REC-3
               WRITE DATA-DEST-REC-3
             WHEN 4
               MOVE DI-ROW            TO DATA-DEST-REC-4
               WRITE DATA-DEST-REC-4
           END-EVALUATE.

           ADD 1 TO WS-CURRENT-LINES.

       3100-EXIT.
           EXIT.

       3500-CLOSE-DATA-REPORT.

           IF WS-REPORT-OPEN NOT = 'Y'
              GO TO 3500-EXIT
           END-IF.

           MOVE SPACE                 TO WS-MANIFEST-LINE.
           MOVE WS-CURRENT-REPORT     TO WS-MAN-REPORT.
           MOVE WS-CURRENT-UNIT       TO WS-MAN-UNIT.
           MOVE WS-CURRENT-DEST       TO WS-MAN-DEST.
           MOVE WS-CURRENT-LINES      TO WS-MAN-LINES.
           IF WS-ROUTED-FLAG = 'Y'
              MOVE 'DATA      '       TO WS-MAN-NOTE
           ELSE
              MOVE 'DATA UNRTD'       TO WS-MAN-NOTE
           END-IF.
           MOVE WS-MANIFEST-LINE      TO MANIFEST-REC.
           WRITE MANIFEST-REC.

           ADD 1                      TO WS-DATA-REPORTS.
           MOVE 'N'                   TO WS-REPORT-OPEN.

       3500-EXIT.
           EXIT.

      *****************************************************************
      *  RETENTION - EVERY STORED REPORT WHOSE BUSINESS DATE IS OLDER  *
      *  THAN THE RPTSTORE PERIOD LOSES ITS LINES, THEN ITS INDEX ROW. *
      *****************************************************************

       4000-PURGE-REPORT-STORE.

           IF NOT STORE-AVAILABLE
              GO TO 4000-EXIT
           END-IF.

           MOVE 'RPTSTORE'            TO RN-CLASS.
           MOVE 'D'                   TO RN-UNIT.
           MOVE 60                    TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                    - RN-PERIOD).

           DISPLAY 'RPTDIST,REPORT STORE KEEPS ' RN-PERIOD
                   ' DAYS,PURGING BEFORE ' WS-CUTOFF-DATE.

           MOVE 'N'                   TO WS-PURGE-EOF.
           MOVE LOW-VALUES            TO RX-KEY.
           START REPORT-INDEX-FILE KEY NOT < RX-KEY
             INVALID KEY
               MOVE 'Y'               TO WS-PURGE-EOF
           END-START.

           PERFORM UNTIL PURGE-AT-END
               READ REPORT-INDEX-FILE NEXT
                 AT END
                   MOVE 'Y'           TO WS-PURGE-EOF
               END-READ
               IF  NOT PURGE-AT-END
               AND RX-BUS-DATE < WS-CUTOFF-X
                   PERFORM 4100-PURGE-ONE-REPORT
                      THRU 4100-EXIT
               END-IF
           END-PERFORM.

       4000-EXIT.
           EXIT.

       4100-PURGE-ONE-REPORT.

           MOVE RX-REPORT-ID          TO RL-REPORT-ID.
           MOVE RX-BUS-DATE           TO RL-BUS-DATE.
           MOVE ZERO                  TO RL-LINE-NO.
           MOVE 'N'                   TO WS-LINES-EOF.

           START REPORT-LINE-FILE KEY > RL-KEY
             INVALID KEY
               MOVE 'Y'               TO WS-LINES-EOF
           END-START.

           PERFORM UNTIL LINES-AT-END
               READ REPORT-LINE-FILE NEXT
                 AT END
                   MOVE 'Y'           TO WS-LINES-EOF
               END-READ
               IF NOT LINES-AT-END
                  IF  RL-REPORT-ID = RX-REPORT-ID
                  AND RL-BUS-DATE = RX-BUS-DATE
                      DELETE REPORT-LINE-FILE
                        INVALID KEY
                          CONTINUE
                      END-DELETE
                      ADD 1           TO WS-PURGED-LINES
                  ELSE
                      MOVE 'Y'        TO WS-LINES-EOF
                  END-IF
               END-IF
           END-PERFORM.

           DELETE REPORT-INDEX-FILE
             INVALID KEY
               CONTINUE
           END-DELETE.

           ADD 1                      TO WS-PURGED-REPORTS.

       4100-EXIT.
           EXIT.
