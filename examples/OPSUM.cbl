      * IS OPTIONAL - A SOURCE THAT DIDN'T RUN TODAY (OR WASN'T WIRED
      * UP YET) JUST CONTRIBUTES ZERO TO THAT PART OF THE SUMMARY,
      * THE SAME "OPTIONAL SITE-MAINTAINED FILE" PATTERN RRBTOSSA AND
      * COMPL001 ALREADY USE FOR THEIR OWN OPTIONAL INPUTS. THE DAY'S
      * EXPEDITED INTRADAY SENDS (EXPXMIT'S EXPXDAY) ARE COUNTED TOO,
      * SO BENEFICIARIES SENT OUTSIDE THE NIGHTLY BUILD STILL SHOW UP
      * IN THE MORNING REVIEW.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS OP-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    EXPXMIT'S ENVELOPES FOR THE DAY, BACK TO BACK - ONE XH
      *    PER INTRADAY SEND, AND AN XD OR XM PER BENEFICIARY SENT.

           SELECT OPTIONAL EXP-XMIT-DAY-FILE
                                  ASSIGN TO EXPXDAY
                                  FILE STATUS IS ED-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RRB-OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RO-REC.
           02  RO-RRB-HIC          PIC X(12).
           02  RO-SOURCE           PIC X(03).
           02  RO-ENT-DATE         PIC X(08).
           02  RO-CLAIM-TYPE       PIC X(02).
           02  RO-BENE-TYPE        PIC X(02).
           02  RO-BIRTH-DATE       PIC X(08).

       FD  COMPL001-EXCEPTION-FILE
           RECORD CONTAINS 51 CHARACTERS.
           02  OC-ACCEPTED         PIC 9(09).
           02  OC-REJECTED         PIC 9(09).

       FD  EXP-XMIT-DAY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  EXP-XMIT-DAY-REC.
           02  ED-RECORD-TYPE      PIC X(02).
           02  FILLER              PIC X(48).

       WORKING-STORAGE SECTION.

       01  RO-FILE-STATUS          PIC X(02).
       01  WS-NO-MORE-OP           PIC X(01)  VALUE 'N'.
           88  END-OF-ONL-PERF                VALUE 'Y'.
       01  OC2-FILE-STATUS         PIC X(02).
       01  ED-FILE-STATUS          PIC X(02).

       01  WS-EOF-SWITCHES.
           05  WS-NO-MORE-RO       PIC X(01) VALUE 'Y'.
               88  END-OF-FF                 VALUE 'Y'.
           05  WS-NO-MORE-OH       PIC X(01) VALUE 'Y'.
               88  END-OF-OH                 VALUE 'Y'.
           05  WS-NO-MORE-ED       PIC X(01) VALUE 'Y'.
               88  END-OF-ED                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-PROCESSED    PIC 9(09) VALUE ZERO.
           05  WS-ABENDS-CAPTURED      PIC 9(09) VALUE ZERO.
           05  WS-FILE-STATUS-EXCEPTIONS
                                    PIC 9(09) VALUE ZERO.
           05  WS-EXPEDITED-SENDS      PIC 9(09) VALUE ZERO.
           05  WS-EXPEDITED-ENVELOPES  PIC 9(09) VALUE ZERO.

      *    ROLLING BASELINE FROM THE LAST SEVEN HISTORY RECORDS, AND
      *    THE ANOMALY CHECK'S WORK FIELDS. A COUNTER SWINGING MORE
           PERFORM 4000-SUMMARIZE-FILE-STATUS
              THRU 4000-EXIT.

           PERFORM 4100-SUMMARIZE-EXPEDITED
              THRU 4100-EXIT.

           PERFORM 4500-CHECK-ANOMALIES
              THRU 4500-EXIT.

       4000-EXIT.
           EXIT.

      *    COUNTS THE DAY'S EXPEDITED ENVELOPES (XH) AND THE
      *    BENEFICIARIES THEY CARRIED (XD AND XM DETAILS).

       4100-SUMMARIZE-EXPEDITED.

           OPEN INPUT EXP-XMIT-DAY-FILE.

           IF  ED-FILE-STATUS          =  '00'
               MOVE 'N'                 TO WS-NO-MORE-ED
               PERFORM UNTIL END-OF-ED
                   READ EXP-XMIT-DAY-FILE
                     AT END
                       MOVE 'Y'          TO WS-NO-MORE-ED
                     NOT AT END
                       EVALUATE ED-RECORD-TYPE
                         WHEN 'XH'
                           ADD 1         TO WS-EXPEDITED-ENVELOPES
                         WHEN 'XD'
                         WHEN 'XM'
                           ADD 1         TO WS-EXPEDITED-SENDS
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE EXP-XMIT-DAY-FILE
           END-IF.

       4100-EXIT.
           EXIT.

      *    LOADS THE ROLLING BASELINE FROM THE HISTORY FILE (LAST
      *    SEVEN RECORDS KEPT), THEN COMPARES TODAY'S KEY VOLUMES
      *    AGAINST THE BASELINE AVERAGES. NO HISTORY YET MEANS NO
           DISPLAY 'OPSUM,ABENDS CAPTURED,' WS-ABENDS-CAPTURED.
           DISPLAY 'OPSUM,FILE-STATUS EXCEPTIONS HIT,'
                   WS-FILE-STATUS-EXCEPTIONS.
           DISPLAY 'OPSUM,EXPEDITED SENDS,' WS-EXPEDITED-SENDS.
           DISPLAY 'OPSUM,EXPEDITED ENVELOPES,'
                   WS-EXPEDITED-ENVELOPES.
           DISPLAY 'OPSUM,VOLUME ANOMALY FOUND,' WS-ANOMALY-FOUND.
           DISPLAY 'OPSUM,OVERALL RETURN CODE,' WS-RETURN-CODE.

