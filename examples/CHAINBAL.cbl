      *           AGAINST THAT SAME TOTAL.
      *   LEG 3 - MERGE: THE DETAILS ACTUALLY ON RRBOUT AGAINST ITS
      *           OWN TRAILER.
      *   LEG 4 - TRANSMISSION: THE DETAILS ACTUALLY IN THE
      *           ENVELOPE (LEGACY XD AND MBI-PRIMARY XM ALIKE)
      *           AGAINST THE XT TRAILER TOTAL (SUMMED OVER
      *           THE SEGMENTS WHEN THE NIGHT WENT AS SEVERAL
      *           SUBMISSIONS). TRANSMITTED
      *           VERSUS ACCEPTED IS REPORTED WITH THE WITHHELD
      *           DIFFERENCE NAMED (TERMINATED, DUPLICATE-GUARDED
      *           AND HELD ROWS ARE SCREENED OUT BY DESIGN), NOT
      *           FAILED.
      *   LEG 5 - EXPEDITED: THE DETAILS IN THE DAY'S EXPEDITED
      *           INTRADAY ENVELOPES (EXPXMIT'S EXPXDAY) AGAINST
      *           THEIR XT TRAILERS. THOSE BENEFICIARIES WENT OUT
      *           OF CYCLE AND ARE LISTED APART FROM THE NIGHT'S
      *           TRANSMISSION; A DAY WITH NO EXPEDITED SENDS SKIPS
      *           THE LEG.
      *
      * THE NIGHT'S RUNLEDG ENTRIES (START DATE = BUSINESS DATE)
      * ARE LISTED UNDER THE LEGS SO THE CERTIFICATE AND THE LEDGER
      * READ AS ONE DOCUMENT. ANY FAILING LEG IS NAMED ON THE
      * CERTIFICATE AND THE JOB ENDS RC-REJECT.
      *
      * EVERY RUN ALSO APPENDS ONE ROW TO THE CBCERTH CERTIFICATE
      * HISTORY (COPYBOOK CBCERT) - THE BUSINESS DATE, WHEN, AND
      * WHETHER THE CHAIN CERTIFIED - SO PERCLOSE CAN PROVE AT
      * MONTH END THAT EVERY NIGHT OF THE MONTH WAS CERTIFIED
      * WITHOUT ANYONE KEEPING THE LISTINGS. A RERUN APPENDS AGAIN;
      * THE LAST ROW FOR A DATE STANDS.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS XM-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EXP-XMIT-DAY-FILE
                                  ASSIGN TO EXPXDAY
                                  FILE STATUS IS ED-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LEDGER-FILE
                                  ASSIGN TO RUNLEDG
                                  FILE STATUS IS RL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT CERT-HISTORY-FILE
                                  ASSIGN TO CBCERTH
                                  FILE STATUS IS CB-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       01  CORRECTION-IN-REC       PIC X(44).

       FD  RRB-OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RO-REC                  PIC X(49).

       01  RRB-OUT-TRL-REC.
           02  OTR-RECORD-TYPE     PIC X(03).
           02  OTR-REJECTED        PIC 9(07).
           02  OTR-TOTAL           PIC 9(07).
           02  OTR-SUPERSEDED      PIC 9(05).
           02  FILLER              PIC X(20).

       FD  XMIT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-REC                PIC X(50).

       01  XMIT-TRL-REC.
           05  XT-RECORD-TYPE      PIC X(02).
           05  XT-TOTAL            PIC 9(07).
           05  XT-BIC-COUNT        PIC 9(02).
           05  XT-HASH             PIC 9(12).
           05  FILLER              PIC X(27).

       FD  EXP-XMIT-DAY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  EXP-XMIT-DAY-REC        PIC X(50).

       01  EXP-XMIT-TRL-REC.
           05  ED-RECORD-TYPE      PIC X(02).
           05  ED-TOTAL            PIC 9(07).
           05  FILLER              PIC X(41).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 170 CHARACTERS.

       01  RUN-LEDGER-REC.
           05  RL-REC-PROGRAM          PIC  X(08).
           05  RL-REC-REJECTED         PIC  9(09).
           05  RL-REC-SEVERITY         PIC  9(02).
           05  RL-REC-BACKOUT-FLAG     PIC  X(01).
           05  RL-REC-TABLE-VERSIONS   PIC  X(20).

       FD  CERT-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY CBCERT.

       WORKING-STORAGE SECTION.

       01  CR-FILE-STATUS              PIC  X(02).
       01  RO-FILE-STATUS              PIC  X(02).
       01  XM-FILE-STATUS              PIC  X(02).
       01  ED-FILE-STATUS              PIC  X(02).
       01  RL-FILE-STATUS              PIC  X(02).
       01  CB-FILE-STATUS              PIC  X(02).

       01  WS-SWITCHES.
           05  WS-FILE-EOF             PIC X(01)  VALUE 'N'.
               88  FILE-AT-END                    VALUE 'Y'.
           05  WS-EXTRACT-PRESENT      PIC X(01)  VALUE 'N'.
           05  WS-XMIT-PRESENT         PIC X(01)  VALUE 'N'.
           05  WS-EXPEDITED-PRESENT    PIC X(01)  VALUE 'N'.
           05  WS-TRAILER-SEEN         PIC X(01)  VALUE 'N'.

       01  WS-COUNTS.
           05  WS-OUT-TOTAL            PIC 9(09)  VALUE ZERO.
           05  WS-XD-DETAILS           PIC 9(09)  VALUE ZERO.
           05  WS-XT-TOTAL             PIC 9(09)  VALUE ZERO.
           05  WS-EXP-DETAILS          PIC 9(09)  VALUE ZERO.
           05  WS-EXP-XT-TOTAL         PIC 9(09)  VALUE ZERO.
           05  WS-WITHHELD             PIC S9(09) VALUE ZERO.
           05  WS-EXPECTED-TOTAL       PIC 9(09)  VALUE ZERO.

           PERFORM 4000-COUNT-ENVELOPE
              THRU 4000-EXIT.

           PERFORM 4100-COUNT-EXPEDITED
              THRU 4100-EXIT.

           PERFORM 5000-WRITE-CERTIFICATE
              THRU 5000-EXIT.

              SET RC-REJECT           TO TRUE
           END-IF.

           PERFORM 7000-RECORD-CERTIFICATE
              THRU 7000-EXIT.

           MOVE 'CHAINBAL'            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE 'RRBOUT  '            TO RL-INPUT-DDNAME.
                 NOT AT END
                   EVALUATE XMIT-REC (1:2)
                     WHEN 'XD'
                     WHEN 'XM'
                       ADD 1           TO WS-XD-DETAILS
                     WHEN 'XT'
                       ADD XT-TOTAL    TO WS-XT-TOTAL
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
       4000-EXIT.
           EXIT.

      *    THE DAY'S EXPEDITED ENVELOPES, BACK TO BACK - EACH CARRIES
      *    ITS OWN XT, SO THE TRAILER TOTALS ARE SUMMED.

       4100-COUNT-EXPEDITED.

           OPEN INPUT EXP-XMIT-DAY-FILE.

           IF ED-FILE-STATUS NOT = '00'
              GO TO 4100-EXIT
           END-IF.

           MOVE 'N'                   TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ EXP-XMIT-DAY-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   MOVE 'Y'            TO WS-EXPEDITED-PRESENT
                   EVALUATE ED-RECORD-TYPE
                     WHEN 'XD'
                     WHEN 'XM'
                       ADD 1           TO WS-EXP-DETAILS
                     WHEN 'XT'
                       ADD ED-TOTAL    TO WS-EXP-XT-TOTAL
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE EXP-XMIT-DAY-FILE.

       4100-EXIT.
           EXIT.

       5000-WRITE-CERTIFICATE.

           MOVE 'I'                   TO RW-FUNCTION.
                 THRU 5910-EXIT
           END-IF.

           IF WS-EXPEDITED-PRESENT = 'Y'
              MOVE 'LEG 5 EXPEDITED DETAILS VS XT TRAILERS'
                                      TO WS-LEG-LABEL
              MOVE WS-EXP-DETAILS     TO WS-LEG-LEFT
              MOVE WS-EXP-XT-TOTAL    TO WS-LEG-RIGHT
              IF WS-EXP-DETAILS = WS-EXP-XT-TOTAL
                 MOVE 'BALANCED'      TO WS-LEG-VERDICT
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-LEG-VERDICT
                 ADD 1                TO WS-LEGS-FAILED
              END-IF
              PERFORM 5900-PRINT-LEG
                 THRU 5900-EXIT

              MOVE 'EXPEDITED DETAILS SENT OUT OF CYCLE'
                                      TO WS-INF-LABEL
              MOVE WS-EXP-DETAILS     TO WS-INF-VALUE
              MOVE WS-INFO-LINE       TO WS-TEXT-LINE
              PERFORM 5910-PRINT-TEXT
                 THRU 5910-EXIT
           ELSE
              MOVE 'LEG 5 NO EXPEDITED SENDS - SKIPPED'
                                      TO WS-TEXT-LINE
              PERFORM 5910-PRINT-TEXT
                 THRU 5910-EXIT
           END-IF.

           MOVE 'RECYCLE RECORDS CARRIED TO NEXT NIGHT'
                                      TO WS-INF-LABEL.
           MOVE WS-RECYCLE-OUT-COUNT  TO WS-INF-VALUE.

       6000-EXIT.
           EXIT.

      *    ONE CERTIFICATE HISTORY ROW FOR THE BUSINESS DATE. A
      *    HISTORY THAT CANNOT BE OPENED IS SAID SO ON SYSOUT - THE
      *    NIGHT THEN SHOWS AS UNCERTIFIED AT MONTH END, WHICH IS THE
      *    SAFE WAY ROUND.

       7000-RECORD-CERTIFICATE.

           OPEN EXTEND CERT-HISTORY-FILE.
           IF CB-FILE-STATUS NOT = '00'
              OPEN OUTPUT CERT-HISTORY-FILE
           END-IF.

           IF CB-FILE-STATUS NOT = '00'
              DISPLAY 'CHAINBAL,UNABLE TO OPEN CBCERTH,'
                      CB-FILE-STATUS
              GO TO 7000-EXIT
           END-IF.

           MOVE SPACE                 TO CHAIN-CERT-REC.
           MOVE WS-BUSINESS-DATE      TO CB-BUS-DATE.
           MOVE WS-RUN-START-TIMESTAMP (1:14)
                                      TO CB-STAMP.
           MOVE WS-LEGS-FAILED        TO CB-LEGS-FAILED.
           IF WS-LEGS-FAILED = ZERO
              SET CB-CERTIFIED        TO TRUE
           ELSE
              SET CB-NOT-BALANCED     TO TRUE
           END-IF.
           WRITE CHAIN-CERT-REC.

           CLOSE CERT-HISTORY-FILE.

       7000-EXIT.
           EXIT.
