       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMTRETRV.
       AUTHOR. CHRISTIAN STRAMA.

      * TRANSMISSION HISTORY RETRIEVAL - THE READ SIDE OF THE XMTHIST
      * HISTORY RRBXMIT'S FINALIZE WRITES. WHEN SSA DISPUTES WHAT WAS
      * SENT, THE ANSWER IS THE DETAIL AS IT WENT OUT ON THAT NIGHT,
      * NOT ACKMAST'S LATEST SEND. GIVEN ONE KEY ON THE XMTRCARD
      * CONTROL CARD THIS JOB COPIES EVERY MATCHING HISTORY ROW, FULL
      * IMAGE AND ENVELOPE STAMPS, ONTO XMTRETR:
      *
      *   'R' PLUS AN RRB HIC - THAT BENEFICIARY'S SENDS, OLDEST
      *       FIRST, READ FROM ONE START ON THE KEY
      *   'S' PLUS AN SSA HIC - EVERY SEND UNDER THAT SSA HIC
      *   'E' PLUS A FOUR-DIGIT ENVELOPE SEQUENCE AND, OPTIONALLY,
      *       THE YYYYMMDD SEND DATE IN COLUMNS 14-21 - EVERY DETAIL
      *       OF THAT ENVELOPE (THE DATE TELLS APART TWO ENVELOPES
      *       THAT SHARE A NUMBER AFTER XMITSEQ WRAPS)
      *
      * XMTRETR IS A MACHINE-READABLE EXTRACT FOR THE DISPUTE FILE,
      * SO IT CARRIES THE FULL IDENTIFIERS - THE SAME RULE AS EVERY
      * OTHER EXTRACT; ONLY EYEBALL REPORTS ARE MASKED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CONTROL-FILE    ASSIGN TO XMTRCARD
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XMIT-HIST-FILE  ASSIGN TO WS-XMTHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TX-HIST-KEY
                                  FILE STATUS IS TX-FILE-STATUS.

           SELECT RETR-FILE       ASSIGN TO XMTRETR
                                  FILE STATUS IS XR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  CONTROL-REC.
           05  CT-KEY-TYPE         PIC X(01).
               88  CT-BY-RRB                  VALUE 'R'.
               88  CT-BY-SSA                  VALUE 'S'.
               88  CT-BY-ENVELOPE             VALUE 'E'.
           05  CT-KEY              PIC X(12).
           05  CT-SEND-DATE        PIC X(08).

       FD  XMIT-HIST-FILE.

           COPY XMTHIST.

       FD  RETR-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  RETR-REC                PIC X(110).

       WORKING-STORAGE SECTION.

       01  CT-FILE-STATUS          PIC X(02).
       01  TX-FILE-STATUS          PIC X(02).
       01  XR-FILE-STATUS          PIC X(02).

       01  WS-XMTHIST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-HISTORY     PIC X(01)  VALUE 'N'.
               88  END-OF-HISTORY             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC 9(09)  VALUE ZERO.
           05  WS-ROWS-RETRIEVED       PIC 9(09)  VALUE ZERO.

       01  WS-WANTED-SEQUENCE      PIC 9(04)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'XMTHISTT'          TO  WS-XMTHIST-DSN
           ELSE
               MOVE  'XMTHIST '          TO  WS-XMTHIST-DSN
           END-IF.

           OPEN INPUT CONTROL-FILE.

           IF CT-FILE-STATUS NOT = '00'
              DISPLAY 'XMTRETRV,UNABLE TO OPEN XMTRCARD,'
                      CT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACE                 TO CONTROL-REC.

           READ CONTROL-FILE
              AT END
                DISPLAY 'XMTRETRV,XMTRCARD IS EMPTY'
                CLOSE CONTROL-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-READ.

           CLOSE CONTROL-FILE.

           EVALUATE TRUE
             WHEN CT-BY-RRB
             WHEN CT-BY-SSA
               IF CT-KEY = SPACE
                  DISPLAY 'XMTRETRV,NO KEY ON XMTRCARD,NOTHING '
                          'RETRIEVED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
             WHEN CT-BY-ENVELOPE
               IF CT-KEY (1:4) NOT NUMERIC
                  DISPLAY 'XMTRETRV,ENVELOPE SEQUENCE NOT NUMERIC,'
                          CT-KEY (1:4)
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE CT-KEY (1:4)      TO WS-WANTED-SEQUENCE
             WHEN OTHER
               DISPLAY 'XMTRETRV,KEY TYPE MUST BE R, S OR E,'
                       CT-KEY-TYPE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN INPUT XMIT-HIST-FILE.

           IF TX-FILE-STATUS NOT = '00'
              DISPLAY 'XMTRETRV,UNABLE TO OPEN XMIT-HIST-FILE,'
                      TX-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RETR-FILE.

      *    THE HISTORY IS KEYED BY RRB HIC FIRST, SO AN RRB HIC
      *    REQUEST STARTS AT ITS OWN ROWS AND STOPS AT THE NEXT
      *    BENEFICIARY'S. THE OTHER TWO READ THE WHOLE FILE.

           IF CT-BY-RRB
              MOVE LOW-VALUES         TO TX-HIST-KEY
              MOVE CT-KEY             TO TX-RRB-HIC
           ELSE
              MOVE LOW-VALUES         TO TX-HIST-KEY
           END-IF.

           START XMIT-HIST-FILE KEY NOT LESS THAN TX-HIST-KEY
             INVALID KEY
               MOVE 'Y'               TO NO-MORE-HISTORY
           END-START.

           PERFORM 1000-RETRIEVE-ONE-ROW
              THRU 1000-EXIT
             UNTIL END-OF-HISTORY.

           CLOSE XMIT-HIST-FILE
                 RETR-FILE.

           DISPLAY 'XMTRETRV,KEY TYPE,' CT-KEY-TYPE.
           DISPLAY 'XMTRETRV,HISTORY ROWS READ,' WS-ROWS-READ.
           DISPLAY 'XMTRETRV,HISTORY ROWS RETRIEVED,'
                   WS-ROWS-RETRIEVED.

           IF WS-ROWS-RETRIEVED = ZERO
              DISPLAY 'XMTRETRV,NO SENDS ON FILE FOR THE KEY GIVEN'
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-RETRIEVE-ONE-ROW.

           READ XMIT-HIST-FILE NEXT RECORD
             AT END
               MOVE 'Y'               TO NO-MORE-HISTORY
           END-READ.

           IF END-OF-HISTORY
              GO TO 1000-EXIT
           END-IF.

           ADD 1                      TO WS-ROWS-READ.

           EVALUATE TRUE
             WHEN CT-BY-RRB
               IF TX-RRB-HIC NOT = CT-KEY
                  MOVE 'Y'            TO NO-MORE-HISTORY
                  GO TO 1000-EXIT
               END-IF
             WHEN CT-BY-SSA
               IF TX-SSA-HIC NOT = CT-KEY (1:11)
                  GO TO 1000-EXIT
               END-IF
             WHEN CT-BY-ENVELOPE
               IF TX-SEQUENCE NOT = WS-WANTED-SEQUENCE
                  GO TO 1000-EXIT
               END-IF
               IF  CT-SEND-DATE NOT = SPACE
               AND TX-SEND-DATE NOT = CT-SEND-DATE
                   GO TO 1000-EXIT
               END-IF
           END-EVALUATE.

           MOVE XMIT-HIST-REC         TO RETR-REC.
           WRITE RETR-REC.
           ADD 1                      TO WS-ROWS-RETRIEVED.

       1000-EXIT.
           EXIT.
