      * WHOLE PACKET AS ONE FORMATTED RPTWRITE DOCUMENT. MASKHIC IS
      * HONORED THROUGHOUT, SO THE CIRCULATING COPY CARRIES ONLY WHAT
      * THE SITE MASKING POLICY ALLOWS.
      *
      * PKTDRIVE ALSO CALLS THIS PROGRAM ONCE FOR EACH PACKET REQUEST
      * A CLERK QUEUED FROM THE INQUIRY SCREENS, WRITING THE RSRCHCTL
      * CARD ITSELF WITH THREE MORE FIELDS: A PACKET ID, THE
      * REQUESTING OPERATOR AND THE REASON CODE. A CARD WITH A PACKET
      * ID TITLES THE PACKET WITH IT IN PLACE OF THE PROGRAM NAME -
      * RPTDIST ROUTES A REPORT BY ITS TITLE'S FIRST WORD, SO EACH
      * QUEUED PACKET CAN BE ROUTED TO ITS OWN REQUESTER - AND PRINTS
      * THE REQUESTER AND REASON UNDER THE SUBJECT. A HAND-KEYED
      * 13-BYTE CARD WORKS AS IT ALWAYS DID.
      *
      * EVERY PACKET PRODUCED IS RECORDED AS A PRIVACY ACT DISCLOSURE
      * THROUGH DSCLWRT (MECHANISM 'RP'): THE RECIPIENT IS THE
      * RECEIVING UNIT PKTDRIVE PUTS IN THE CARD'S LAST 12 BYTES, THE
      * REFERENCE THE PACKET ID, AND THE PURPOSE FOLLOWS THE REASON
      * CODE (CG CONGRESSIONAL, BN BENEFICIARY, LG LEGAL, AU AUDIT,
      * ANYTHING ELSE OTHER). A HAND-KEYED CARD IS RECORDED WITH
      * RECIPIENT 'UNSTATED' AND REFERENCE 'HANDCARD'.
      *
      * THE CROSSWALK MASTER CARRIES ONLY THE LATEST TERMINATION
      * STATUS, WHICH A REINSTATEMENT OR DEATH REVERSAL CLEARS. THE
      * PACKET THEREFORE FOLLOWS THE MASTER WITH THE BENEFICIARY'S
      * FULL TERMINATION AND REVERSAL HISTORY FROM RRBTERM'S TRMHIST
      * FILE, OLDEST FIRST.
      *
      * THE CLERKS' CONTACT LOG (CONTLOG, KEPT BY THE CNTL SCREEN)
      * FOLLOWS THE TERMINATION HISTORY: EVERY CALL, LETTER, E-MAIL
      * OR WALK-IN RECORDED FOR THE BENEFICIARY, OLDEST FIRST, WITH
      * ANY FOLLOW-UP AND WHETHER IT WAS COMPLETED.
      *
      * ACKMAST SHOWS ONLY THE LATEST SEND. THE ACKNOWLEDGMENT
      * SECTION IS FOLLOWED BY THE BENEFICIARY'S FULL SEND HISTORY
      * FROM RRBXMIT'S XMTHIST FILE, OLDEST FIRST: EVERY DETAIL SENT,
      * WITH ITS ENVELOPE SEQUENCE, SEGMENT AND FORM, UNDER WHICHEVER
      * SSA HIC IT CARRIED AT THE TIME.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS AR-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TERM-HIST-FILE
                                  ASSIGN TO TRMHIST
                                  FILE STATUS IS TH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT CONTACT-LOG-FILE
                                  ASSIGN TO WS-CONTLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS CL-KEY
                                  FILE STATUS IS CL-FILE-STATUS.

           SELECT XMIT-HIST-FILE  ASSIGN TO WS-XMTHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TX-HIST-KEY
                                  FILE STATUS IS TX-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RSRCH-CTL-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  RSRCH-CTL-REC.
           05  RC-KEY-TYPE         PIC X(01).
               88  RC-BY-RRB                  VALUE 'R'.
               88  RC-BY-SSA                  VALUE 'S'.
           05  RC-KEY              PIC X(12).
           05  RC-PACKET-ID        PIC X(08).
           05  RC-REQUESTER        PIC X(08).
           05  RC-REASON           PIC X(02).
               88  RC-REASON-CONGRESS         VALUE 'CG'.
               88  RC-REASON-BENEFICIARY      VALUE 'BN'.
               88  RC-REASON-LEGAL            VALUE 'LG'.
               88  RC-REASON-AUDIT            VALUE 'AU'.
           05  RC-RECIPIENT        PIC X(12).

       FD  HIC-XREF-FILE.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  OUTC-MASTER-FILE.

           05  AK-ACK-DATE         PIC X(08).
           05  AK-SSA-MBI          PIC X(11).
           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).

      *    SAME CROSS-DAY HISTORY LAYOUT EXCPTRI WRITES.

               10  HI-TIMESTAMP        PIC X(26).
               10  HI-SOURCE-CODE      PIC X(03).

      *    SAME 130-BYTE LAYOUT HICAGE WRITES.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  ARCHIVE-REC.
           05  AR-XREF-IMAGE.
               10  AR-MISMATCH-FLAG    PIC  X(01).
               10  AR-TERM-STATUS      PIC  X(01).
               10  AR-TERM-DATE        PIC  X(08).
               10  AR-SUPERSEDED-BY    PIC  X(12).
               10  AR-SUPERSEDES       PIC  X(12).
           05  AR-ARCHIVE-DATE         PIC  X(08).

      *    SAME TERMINATION HISTORY RRBTERM APPENDS.

       FD  TERM-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY TRMHIST.

      *    SAME CONTACT LOG THE CNTL SCREEN WRITES.

       FD  CONTACT-LOG-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY CNTLREC.

      *    SAME TRANSMISSION HISTORY RRBXMIT'S FINALIZE WRITES.

       FD  XMIT-HIST-FILE.

           COPY XMTHIST.

       WORKING-STORAGE SECTION.

       01  RC-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  HI-FILE-STATUS          PIC X(02).
       01  AR-FILE-STATUS          PIC X(02).
       01  TH-FILE-STATUS          PIC X(02).
       01  CL-FILE-STATUS          PIC X(02).
       01  TX-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).
       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-CONTLOG-DSN          PIC X(08).
       01  WS-XMTHIST-DSN          PIC X(08).

           COPY WSTMODE.

       01  WS-SETUP-FAILED         PIC X(01)  VALUE 'N'.

       01  WS-LINES-WRITTEN        PIC 9(05)  VALUE ZERO.
       01  WS-TERM-EVENTS          PIC 9(05)  VALUE ZERO.
       01  WS-CONTACT-EVENTS       PIC 9(05)  VALUE ZERO.
       01  WS-SEND-EVENTS          PIC 9(05)  VALUE ZERO.

      *    PARAMETERS FOR SSAXLOOK - SAME LAYOUT AS SSAXLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
           05  RW-COLUMN-HEADING       PIC X(132).
           05  RW-PRINT-LINE           PIC X(132).

      *    PARAMETERS FOR DSCLWRT - SAME LAYOUT AS DSCLWRT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-DSCLWRT-PARAMETERS.
           05  DW-FUNCTION             PIC  X(01).
           05  DW-RRB-HIC              PIC  X(12).
           05  DW-SSA-HIC              PIC  X(11).
           05  DW-DISC-DATE            PIC  X(08).
           05  DW-MECHANISM            PIC  X(02).
           05  DW-RECIPIENT            PIC  X(12).
           05  DW-REFERENCE            PIC  X(12).
           05  DW-PURPOSE              PIC  X(03).
           05  DW-SOURCE-PGM           PIC  X(08).
           05  DW-RESULT               PIC  X(01).

       01  WS-PACKET-LINE          PIC X(132) VALUE SPACE.
       01  WS-LBL-LINE-BUILD       PIC X(60)  VALUE SPACE.

           PERFORM 2000-SECTION-CROSSWALK
              THRU 2000-EXIT.

           PERFORM 2300-SECTION-TERM-HISTORY
              THRU 2300-EXIT.

           PERFORM 2400-SECTION-CONTACTS
              THRU 2400-EXIT.

           PERFORM 2500-SECTION-COMPANION
              THRU 2500-EXIT.

           PERFORM 4000-SECTION-ACKNOWLEDGMENT
              THRU 4000-EXIT.

           PERFORM 4100-SECTION-SEND-HISTORY
              THRU 4100-EXIT.

           PERFORM 5000-SECTION-EXCEPTIONS
              THRU 5000-EXIT.

               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'CONTLOGT'          TO  WS-CONTLOG-DSN
               MOVE  'XMTHISTT'          TO  WS-XMTHIST-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'CONTLOG '          TO  WS-CONTLOG-DSN
               MOVE  'XMTHIST '          TO  WS-XMTHIST-DSN
           END-IF.

           OPEN INPUT RSRCH-CTL-FILE.
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACE                 TO RSRCH-CTL-REC.

           READ RSRCH-CTL-FILE
              AT END CONTINUE
           END-READ.
           END-EVALUATE.

           MOVE 'I'                   TO RW-FUNCTION.
           IF RC-PACKET-ID = SPACE
              MOVE 'RSRCHPKT - ONE-BENEFICIARY RESEARCH PACKET'
                                      TO RW-TITLE
           ELSE
              MOVE SPACE              TO RW-TITLE
              STRING RC-PACKET-ID
                     ' - RSRCHPKT ONE-BENEFICIARY RESEARCH PACKET'
                     DELIMITED BY SIZE
                     INTO RW-TITLE
           END-IF.
           MOVE SPACE                 TO RW-COLUMN-HEADING.
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           PERFORM 7000-WRITE-LABEL
              THRU 7000-EXIT.

           IF RC-PACKET-ID NOT = SPACE
              MOVE 'PACKET ID:'       TO WS-LBL-TEXT
              MOVE RC-PACKET-ID       TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'REQUESTED BY:'    TO WS-LBL-TEXT
              MOVE RC-REQUESTER       TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
              MOVE 'REASON CODE:'     TO WS-LBL-TEXT
              MOVE RC-REASON          TO WS-LBL-VALUE
              PERFORM 7000-WRITE-LABEL
                 THRU 7000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      *    EVERY NOTICE RRBTERM HAS APPLIED TO THIS BENEFICIARY, IN
      *    THE ORDER APPLIED: WHEN, WHAT KIND, THE EVENT (OR REVERSAL)
      *    DATE, THE STATUS AND DATE IT REPLACED, AND ANY REVERSAL
      *    REASON.

       2300-SECTION-TERM-HISTORY.

           PERFORM 7100-WRITE-HEADING
              THRU 7100-EXIT.
           MOVE 'TERMINATION AND REVERSAL HISTORY (TRMHIST)'
                                      TO WS-PACKET-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           OPEN INPUT TERM-HIST-FILE.

           IF TH-FILE-STATUS NOT = '00'
              MOVE 'NO TERMINATION HISTORY AVAILABLE'
                                      TO WS-PACKET-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
              GO TO 2300-EXIT
           END-IF.

           MOVE 'APPLIED  NOTICE           EVENT    WAS/DATE     REASON'
                                      TO WS-PACKET-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           MOVE 'N' TO WS-FILE-EOF.

           PERFORM UNTIL FILE-AT-END
               READ TERM-HIST-FILE
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF TH-RRB-HIC = WS-TARGET-RRB-HIC
                      PERFORM 2350-PRINT-ONE-TERM-EVENT
                         THRU 2350-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE TERM-HIST-FILE.

           IF WS-TERM-EVENTS = ZERO
              MOVE 'NO TERMINATION NOTICES ON FILE'
                                      TO WS-PACKET-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

       2350-PRINT-ONE-TERM-EVENT.

           ADD 1                      TO WS-TERM-EVENTS.

           MOVE SPACE                 TO WS-LBL-LINE-BUILD.
           MOVE TH-APPLIED-TIMESTAMP (1:8)
                                      TO WS-LBL-LINE-BUILD (1:8).
           EVALUATE TRUE
             WHEN TH-DECEASED
               MOVE 'DECEASED'        TO WS-LBL-LINE-BUILD (10:16)
             WHEN TH-TERMINATED
               MOVE 'TERMINATED'      TO WS-LBL-LINE-BUILD (10:16)
             WHEN TH-REINSTATED
               MOVE 'REINSTATED'      TO WS-LBL-LINE-BUILD (10:16)
             WHEN TH-DEATH-REVERSED
               MOVE 'DEATH REVERSED'  TO WS-LBL-LINE-BUILD (10:16)
             WHEN OTHER
               MOVE TH-NOTICE-TYPE    TO WS-LBL-LINE-BUILD (10:1)
           END-EVALUATE.
           MOVE TH-EVENT-DATE         TO WS-LBL-LINE-BUILD (27:8).
           MOVE TH-PRIOR-STATUS       TO WS-LBL-LINE-BUILD (36:1).
           MOVE TH-PRIOR-DATE         TO WS-LBL-LINE-BUILD (38:8).
           MOVE TH-REVERSAL-REASON    TO WS-LBL-LINE-BUILD (49:3).
           MOVE WS-LBL-LINE-BUILD     TO WS-PACKET-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       2350-EXIT.
           EXIT.

      *    EVERY CONTACT THE CLERKS LOGGED FOR THIS BENEFICIARY. THE
      *    LOG IS KEYED BY HIC AND CONTACT STAMP, SO A START AT THE
      *    HIC FOLLOWED BY READ NEXT WALKS THE BENEFICIARY'S CONTACTS
      *    OLDEST FIRST AND STOPS AT THE FIRST ROW FOR ANOTHER HIC.

       2400-SECTION-CONTACTS.

           PERFORM 7100-WRITE-HEADING
              THRU 7100-EXIT.
           MOVE 'CONTACT LOG (CONTLOG)'
                                      TO WS-PACKET-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           OPEN INPUT CONTACT-LOG-FILE.

           IF CL-FILE-STATUS NOT = '00'
              MOVE 'NO CONTACT LOG AVAILABLE'
                                      TO WS-PACKET-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
              GO TO 2400-EXIT
           END-IF.

           MOVE 'CONTACT STAMP  C CH SU CLERK    FOLLOW-UP  NOTE'
                                      TO WS-PACKET-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           MOVE 'N' TO WS-FILE-EOF.
           MOVE WS-TARGET-RRB-HIC     TO CL-RRB-HIC.
           MOVE LOW-VALUES            TO CL-CONTACT-STAMP.

           START CONTACT-LOG-FILE KEY NOT LESS THAN CL-KEY
             INVALID KEY
               MOVE 'Y' TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ CONTACT-LOG-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF CL-RRB-HIC = WS-TARGET-RRB-HIC
                      PERFORM 2450-PRINT-ONE-CONTACT
                         THRU 2450-EXIT
                   ELSE
                      MOVE 'Y' TO WS-FILE-EOF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTACT-LOG-FILE.

           IF WS-CONTACT-EVENTS = ZERO
              MOVE 'NO CONTACTS ON FILE'
                                      TO WS-PACKET-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

       2400-EXIT.
           EXIT.

       2450-PRINT-ONE-CONTACT.

           ADD 1                      TO WS-CONTACT-EVENTS.

           MOVE SPACE                 TO WS-PACKET-LINE.
           MOVE CL-CONTACT-STAMP      TO WS-PACKET-LINE (1:14).
           MOVE CL-CALLER-TYPE        TO WS-PACKET-LINE (16:1).
           MOVE CL-CHANNEL            TO WS-PACKET-LINE (18:1).
           MOVE CL-SUBJECT            TO WS-PACKET-LINE (21:2).
           MOVE CL-CLERK-ID           TO WS-PACKET-LINE (24:8).
           MOVE CL-FOLLOWUP-DATE      TO WS-PACKET-LINE (33:8).
           MOVE CL-FOLLOWUP-STATUS    TO WS-PACKET-LINE (42:1).
           MOVE CL-NOTE               TO WS-PACKET-LINE (44:60).
           IF CL-FOLLOWUP-DONE
              MOVE 'DONE'             TO WS-PACKET-LINE (105:4)
              MOVE CL-DONE-USER       TO WS-PACKET-LINE (110:8)
              MOVE CL-DONE-STAMP (1:8)
                                      TO WS-PACKET-LINE (119:8)
           END-IF.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       2450-EXIT.
           EXIT.

      *    THE SSA-KEYED COMPANION, LOOKED UP UNDER THE MASTER'S OWN
      *    SSA HIC THROUGH SSAXLOOK. THE COMPANION IS WHERE RE-KEY
      *    COLLISIONS AND STALE MERGE STATE LIVE, SO RESEARCH NEEDS
       4000-EXIT.
           EXIT.

      *    EVERY DETAIL RRBXMIT HAS SENT FOR THIS BENEFICIARY. THE
      *    HISTORY IS KEYED BY RRB HIC, SEND DATE AND SEQUENCE, SO A
      *    START AT THE HIC FOLLOWED BY READ NEXT WALKS THE SENDS
      *    OLDEST FIRST AND STOPS AT THE FIRST ROW FOR ANOTHER HIC.
      *    THE SSA HIC IS PRINTED PER ROW - A CORRECTED BENEFICIARY
      *    WAS SENT UNDER MORE THAN ONE.

       4100-SECTION-SEND-HISTORY.

           PERFORM 7100-WRITE-HEADING
              THRU 7100-EXIT.
           MOVE 'TRANSMISSION SEND HISTORY (XMTHIST)'
                                      TO WS-PACKET-LINE.
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           OPEN INPUT XMIT-HIST-FILE.

           IF TX-FILE-STATUS NOT = '00'
              MOVE 'NO SEND HISTORY AVAILABLE'
                                      TO WS-PACKET-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
              GO TO 4100-EXIT
           END-IF.

           MOVE 'SENT     SEQ  SEG     R FM SSA HIC'
                                      TO WS-PACKET-LINE.
           MOVE 'BI AT ENT DATE CT'   TO WS-PACKET-LINE (41:17).
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

           MOVE 'N' TO WS-FILE-EOF.
           MOVE LOW-VALUES            TO TX-HIST-KEY.
           MOVE WS-TARGET-RRB-HIC     TO TX-RRB-HIC.

           START XMIT-HIST-FILE KEY NOT LESS THAN TX-HIST-KEY
             INVALID KEY
               MOVE 'Y' TO WS-FILE-EOF
           END-START.

           PERFORM UNTIL FILE-AT-END
               READ XMIT-HIST-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-FILE-EOF
                 NOT AT END
                   IF TX-RRB-HIC = WS-TARGET-RRB-HIC
                      PERFORM 4150-PRINT-ONE-SEND
                         THRU 4150-EXIT
                   ELSE
                      MOVE 'Y' TO WS-FILE-EOF
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XMIT-HIST-FILE.

           IF WS-SEND-EVENTS = ZERO
              MOVE 'NO SENDS ON FILE'
                                      TO WS-PACKET-LINE
              PERFORM 7200-WRITE-TEXT
                 THRU 7200-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

       4150-PRINT-ONE-SEND.

           ADD 1                      TO WS-SEND-EVENTS.

           MOVE SPACE                 TO WS-PACKET-LINE.
           MOVE TX-SEND-DATE          TO WS-PACKET-LINE (1:8).
           MOVE TX-SEQUENCE           TO WS-PACKET-LINE (10:4).
           MOVE TX-SEGMENT            TO WS-PACKET-LINE (15:3).
           MOVE '/'                   TO WS-PACKET-LINE (18:1).
           MOVE TX-SEGMENT-COUNT      TO WS-PACKET-LINE (19:3).
           MOVE TX-RETRANS-IND        TO WS-PACKET-LINE (23:1).
           MOVE TX-DTL-TYPE           TO WS-PACKET-LINE (25:2).
           MOVE TX-SSA-HIC            TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO WS-PACKET-LINE (28:12).
           MOVE TX-DTL-BIC            TO WS-PACKET-LINE (41:2).
           MOVE TX-DTL-ATTEMPTS       TO WS-PACKET-LINE (44:2).
           MOVE TX-DTL-ENT-DATE       TO WS-PACKET-LINE (47:8).
           MOVE TX-DTL-CLAIM-TYPE     TO WS-PACKET-LINE (56:2).
           PERFORM 7200-WRITE-TEXT
              THRU 7200-EXIT.

       4150-EXIT.
           EXIT.

       5000-SECTION-EXCEPTIONS.

           MOVE WS-TARGET-RRB-HIC     TO MH-VALUE-IN.
           DISPLAY 'RSRCHPKT,PACKET LINES WRITTEN,'
                   WS-LINES-WRITTEN.

           PERFORM 8100-RECORD-DISCLOSURE
              THRU 8100-EXIT.

       8000-EXIT.
           EXIT.

      *    THE FINISHED PACKET IS A DISCLOSURE OF THE BENEFICIARY'S
      *    RECORD TO WHOEVER RECEIVES IT. A HAND-KEYED CARD NAMES
      *    NEITHER A RECIPIENT NOR A PACKET, AND IS RECORDED AS SUCH
      *    RATHER THAN NOT AT ALL.

       8100-RECORD-DISCLOSURE.

           MOVE 'W'                   TO DW-FUNCTION.
           MOVE WS-TARGET-RRB-HIC     TO DW-RRB-HIC.
           IF  WS-TARGET-SSA-HIC = SPACE
           AND RC-BY-SSA
               MOVE RC-KEY (1:11)     TO DW-SSA-HIC
           ELSE
               MOVE WS-TARGET-SSA-HIC TO DW-SSA-HIC
           END-IF.
           MOVE SPACE                 TO DW-DISC-DATE.
           MOVE 'RP'                  TO DW-MECHANISM.

           IF RC-RECIPIENT = SPACE
              MOVE 'UNSTATED'         TO DW-RECIPIENT
           ELSE
              MOVE RC-RECIPIENT       TO DW-RECIPIENT
           END-IF.

           IF RC-PACKET-ID = SPACE
              MOVE 'HANDCARD'         TO DW-REFERENCE
           ELSE
              MOVE RC-PACKET-ID       TO DW-REFERENCE
           END-IF.

           EVALUATE TRUE
             WHEN RC-REASON-CONGRESS
               MOVE 'CNG'             TO DW-PURPOSE
             WHEN RC-REASON-BENEFICIARY
               MOVE 'BEN'             TO DW-PURPOSE
             WHEN RC-REASON-LEGAL
               MOVE 'LEG'             TO DW-PURPOSE
             WHEN RC-REASON-AUDIT
               MOVE 'AUD'             TO DW-PURPOSE
             WHEN OTHER
               MOVE 'OTH'             TO DW-PURPOSE
           END-EVALUATE.

           MOVE 'RSRCHPKT'            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

           MOVE 'C'                   TO DW-FUNCTION.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       8100-EXIT.
           EXIT.
