      *    DATASET AND EVERY LATER ONE APPENDS - ONE RUN UNIT, ONE
      *    RPTOUT, THE LISTINGS STACKED IN STEP ORDER INSTEAD OF THE
      *    LAST REPORT TRUNCATING THE REST.
      *
      *    THE UNITS USED TO RE-KEY THE NUMBERS OFF THE LISTINGS INTO
      *    THEIR OWN SPREADSHEETS. A REPORT WHOSE RPTROUTE ROW CARRIES
      *    'D' IN ITS DATA-OPTION COLUMN ALSO GETS A DELIMITED COPY ON
      *    THE RPTDATA DATASET - ONE HEADER ROW OF COLUMN NAMES TAKEN
      *    FROM THE COLUMN HEADING, THEN ONE ROW PER DETAIL LINE; NO
      *    TITLES, PAGE BREAKS OR TOTALS LINE, AND A BLANK SPACER
      *    LINE IS LEFT OUT. A COLUMN IS ANY RUN OF TEXT WITHOUT TWO
      *    SPACES IN A ROW, SO 'REJ PCT' STAYS ONE NAME AND '1,234'
      *    ONE VALUE - THE TWO-SPACE GUTTER EVERY LAYOUT HERE ALREADY
      *    KEEPS BETWEEN COLUMNS IS WHAT SEPARATES THEM. EACH VALUE IS
      *    WRITTEN IN DOUBLE QUOTES (AN EMBEDDED QUOTE DOUBLED),
      *    COMMA-SEPARATED, SO EDITED NUMBERS KEEP THEIR COMMAS. NO
      *    REPORT PROGRAM CHANGES TO GET IT. RPTDATA STACKS LIKE
      *    RPTOUT; EACH ROW LEADS WITH THE REPORT ID AND AN H/D ROW
      *    TYPE SO RPTDIST CAN SPLIT IT AND ROUTE EACH REPORT'S ROWS
      *    TO THE SAME UNIT AS ITS LISTING, STRIPPING THAT PREFIX.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS RW-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ROUTE-FILE
                                  ASSIGN TO RPTROUTE
                                  FILE STATUS IS RT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT DATA-FILE       ASSIGN TO RPTDATA
                                  FILE STATUS IS DT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       01  REPORT-REC                  PIC X(132).

      *    RPTDIST'S ROUTE ROW - ONLY THE REPORT ID AND THE DATA
      *    OPTION MATTER HERE.

       FD  ROUTE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  ROUTE-REC.
           05  RT-REPORT-ID            PIC X(08).
           05  RT-UNIT                 PIC X(12).
           05  RT-DEST                 PIC X(01).
           05  RT-DATA-OPTION          PIC X(01).
               88  RT-DATA-WANTED                  VALUE 'D'.

       FD  DATA-FILE
           RECORD CONTAINS 409 CHARACTERS.

       01  DATA-REC.
           05  DT-REPORT-ID            PIC X(08).
           05  DT-ROW-TYPE             PIC X(01).
           05  DT-ROW                  PIC X(400).

       WORKING-STORAGE SECTION.

       01  RW-FILE-STATUS              PIC X(02).
       01  RT-FILE-STATUS              PIC X(02).
       01  DT-FILE-STATUS              PIC X(02).

       01  WS-SAVED-TITLE              PIC X(60)  VALUE SPACE.
       01  WS-SAVED-HEADING            PIC X(132) VALUE SPACE.

       01  WS-FIRST-REPORT             PIC X(01)  VALUE 'Y'.

      *    THE REPORT IDS WANTING A DATA COPY, FROM RPTROUTE - READ
      *    ONCE PER RUN UNIT.

       01  WS-ROUTES-LOADED            PIC X(01)  VALUE 'N'.
       01  WS-FIRST-DATA               PIC X(01)  VALUE 'Y'.
       01  WS-DATA-SWITCH              PIC X(01)  VALUE 'N'.
           88  DATA-COPY-ON                       VALUE 'Y'.
       01  WS-ROUTE-EOF                PIC X(01)  VALUE 'N'.

       01  WS-DATA-ID-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-DATA-ID-TABLE.
           05  WS-DATA-ID              PIC X(08)  OCCURS 100 TIMES.

       01  WS-REPORT-ID                PIC X(08)  VALUE SPACE.
       01  WS-WORK-IDX                 PIC 9(03)  VALUE ZERO.

      *    ONE PRINT LINE CUT INTO QUOTED, COMMA-SEPARATED VALUES.

       01  WS-DLM-SOURCE               PIC X(133) VALUE SPACE.
       01  WS-DLM-ROW                  PIC X(400) VALUE SPACE.
       01  WS-DLM-CHAR                 PIC X(01)  VALUE SPACE.
       01  WS-DLM-POS                  PIC 9(03)  VALUE ZERO.
       01  WS-DLM-LAST                 PIC 9(03)  VALUE ZERO.
       01  WS-DLM-OUT                  PIC 9(03)  VALUE ZERO.
       01  WS-DLM-FIELDS               PIC 9(03)  VALUE ZERO.
       01  WS-DLM-IN-FIELD             PIC X(01)  VALUE 'N'.

      *    LINES PER PAGE BEFORE A BREAK - 56 DETAILS PLUS THE FOUR
      *    HEADING LINES FIT A 60-LINE PAGE.

                      RW-FILE-STATUS
           END-IF.

           PERFORM 1100-START-DATA-COPY
              THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *    THE REPORT ID IS THE TITLE'S FIRST WORD - THE PROGRAM
      *    NAME, BY THE SHOP'S TITLING CONVENTION, AND THE SAME WORD
      *    RPTDIST ROUTES ON.

       1100-START-DATA-COPY.

           MOVE 'N'                   TO WS-DATA-SWITCH.

           IF WS-ROUTES-LOADED NOT = 'Y'
              PERFORM 1200-LOAD-DATA-OPTIONS
                 THRU 1200-EXIT
           END-IF.

           IF WS-DATA-ID-COUNT = ZERO
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACE                 TO WS-REPORT-ID.
           PERFORM VARYING WS-DLM-POS FROM 1 BY 1
                     UNTIL WS-DLM-POS > 8
                        OR WS-SAVED-TITLE (WS-DLM-POS:1) = SPACE
               MOVE WS-SAVED-TITLE (WS-DLM-POS:1)
                 TO WS-REPORT-ID (WS-DLM-POS:1)
           END-PERFORM.

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                     UNTIL WS-WORK-IDX > WS-DATA-ID-COUNT
                        OR DATA-COPY-ON
               IF WS-DATA-ID (WS-WORK-IDX) = WS-REPORT-ID
                  MOVE 'Y'            TO WS-DATA-SWITCH
               END-IF
           END-PERFORM.

           IF NOT DATA-COPY-ON
              GO TO 1100-EXIT
           END-IF.

           IF WS-FIRST-DATA = 'Y'
              OPEN OUTPUT DATA-FILE
              MOVE 'N'                TO WS-FIRST-DATA
           ELSE
              OPEN EXTEND DATA-FILE
              IF DT-FILE-STATUS NOT = '00'
                 OPEN OUTPUT DATA-FILE
              END-IF
           END-IF.

           IF DT-FILE-STATUS NOT = '00'
              DISPLAY 'RPTWRITE,UNABLE TO OPEN RPTDATA,'
                      DT-FILE-STATUS ',' WS-REPORT-ID
              MOVE 'N'                TO WS-DATA-SWITCH
              GO TO 1100-EXIT
           END-IF.

           MOVE WS-SAVED-HEADING      TO WS-DLM-SOURCE.
           PERFORM 4000-BUILD-DELIMITED
              THRU 4000-EXIT.
           MOVE 'H'                   TO DT-ROW-TYPE.
           PERFORM 4100-WRITE-DATA-ROW
              THRU 4100-EXIT.

       1100-EXIT.
           EXIT.

      *    A SITE WITH NO RPTROUTE TABLE, OR NO ROW ASKING FOR DATA,
      *    GETS LISTINGS ONLY - EXACTLY AS BEFORE.

       1200-LOAD-DATA-OPTIONS.

           MOVE 'Y'                   TO WS-ROUTES-LOADED.

           OPEN INPUT ROUTE-FILE.

           IF RT-FILE-STATUS NOT = '00'
              GO TO 1200-EXIT
           END-IF.

           MOVE 'N'                   TO WS-ROUTE-EOF.

           PERFORM UNTIL WS-ROUTE-EOF = 'Y'
               READ ROUTE-FILE
                 AT END
                   MOVE 'Y'           TO WS-ROUTE-EOF
                 NOT AT END
                   IF  RT-DATA-WANTED
                   AND WS-DATA-ID-COUNT < 100
                       ADD 1          TO WS-DATA-ID-COUNT
                       MOVE RT-REPORT-ID
                         TO WS-DATA-ID (WS-DATA-ID-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE ROUTE-FILE.

       1200-EXIT.
           EXIT.

       2000-WRITE-DETAIL.

           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
           WRITE REPORT-REC.
           ADD 1                      TO WS-LINE-COUNT.

           IF  DATA-COPY-ON
           AND RW-PRINT-LINE NOT = SPACE
               MOVE RW-PRINT-LINE     TO WS-DLM-SOURCE
               PERFORM 4000-BUILD-DELIMITED
                  THRU 4000-EXIT
               MOVE 'D'               TO DT-ROW-TYPE
               PERFORM 4100-WRITE-DATA-ROW
                  THRU 4100-EXIT
           END-IF.

       2000-EXIT.
           EXIT.


           CLOSE REPORT-FILE.

           IF DATA-COPY-ON
              CLOSE DATA-FILE
              MOVE 'N'                TO WS-DATA-SWITCH
           END-IF.

       3000-EXIT.
           EXIT.

      *    WS-DLM-SOURCE TO WS-DLM-ROW. A VALUE STARTS AT THE FIRST
      *    CHARACTER AFTER A GAP AND ENDS AT THE NEXT PAIR OF SPACES;
      *    A ROW TOO LONG FOR 400 BYTES IS CUT SHORT, WHICH NO 132-
      *    BYTE LINE OF ORDINARY TEXT CAN REACH.

       4000-BUILD-DELIMITED.

           MOVE SPACE                 TO WS-DLM-ROW.
           MOVE ZERO                  TO WS-DLM-OUT
                                         WS-DLM-FIELDS
                                         WS-DLM-LAST.
           MOVE 'N'                   TO WS-DLM-IN-FIELD.

           PERFORM VARYING WS-DLM-POS FROM 132 BY -1
                     UNTIL WS-DLM-POS < 1
                        OR WS-DLM-LAST > ZERO
               IF WS-DLM-SOURCE (WS-DLM-POS:1) NOT = SPACE
                  MOVE WS-DLM-POS     TO WS-DLM-LAST
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-DLM-POS FROM 1 BY 1
                     UNTIL WS-DLM-POS > WS-DLM-LAST
               MOVE WS-DLM-SOURCE (WS-DLM-POS:1)
                                      TO WS-DLM-CHAR
               IF WS-DLM-IN-FIELD = 'N'
                  IF WS-DLM-CHAR NOT = SPACE
                     IF WS-DLM-FIELDS > ZERO
                        MOVE ','      TO WS-DLM-CHAR
                        PERFORM 4200-ADD-CHAR
                           THRU 4200-EXIT
                        MOVE WS-DLM-SOURCE (WS-DLM-POS:1)
                                      TO WS-DLM-CHAR
                     END-IF
                     ADD 1            TO WS-DLM-FIELDS
                     MOVE 'Y'         TO WS-DLM-IN-FIELD
                     MOVE '"'         TO WS-DLM-CHAR
                     PERFORM 4200-ADD-CHAR
                        THRU 4200-EXIT
                     MOVE WS-DLM-SOURCE (WS-DLM-POS:1)
                                      TO WS-DLM-CHAR
                     PERFORM 4300-ADD-VALUE-CHAR
                        THRU 4300-EXIT
                  END-IF
               ELSE
                  IF  WS-DLM-CHAR = SPACE
                  AND WS-DLM-SOURCE (WS-DLM-POS + 1:1) = SPACE
                      MOVE 'N'        TO WS-DLM-IN-FIELD
                      MOVE '"'        TO WS-DLM-CHAR
                      PERFORM 4200-ADD-CHAR
                         THRU 4200-EXIT
                  ELSE
                      PERFORM 4300-ADD-VALUE-CHAR
                         THRU 4300-EXIT
                  END-IF
               END-IF
           END-PERFORM.

           IF WS-DLM-IN-FIELD = 'Y'
              MOVE '"'                TO WS-DLM-CHAR
              PERFORM 4200-ADD-CHAR
                 THRU 4200-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

       4100-WRITE-DATA-ROW.

           MOVE WS-REPORT-ID          TO DT-REPORT-ID.
           MOVE WS-DLM-ROW            TO DT-ROW.
           WRITE DATA-REC.

       4100-EXIT.
           EXIT.

       4200-ADD-CHAR.

           IF WS-DLM-OUT < 400
              ADD 1                   TO WS-DLM-OUT
              MOVE WS-DLM-CHAR        TO WS-DLM-ROW (WS-DLM-OUT:1)
           END-IF.

       4200-EXIT.
           EXIT.

      *    A QUOTE INSIDE A VALUE IS DOUBLED.

       4300-ADD-VALUE-CHAR.

           PERFORM 4200-ADD-CHAR
              THRU 4200-EXIT.

           IF WS-DLM-CHAR = '"'
              PERFORM 4200-ADD-CHAR
                 THRU 4200-EXIT
           END-IF.

       4300-EXIT.
           EXIT.
