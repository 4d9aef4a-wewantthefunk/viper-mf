      * FINALIZE ACTION IS SAFE TO REPEAT). A FAILED BUILD COSTS A
      * RERUN, NOT A CALL TO THE SSA INTAKE DESK.
      *
      * THREE SCREENS APPLY BEFORE A ROW IS STAGED: A BENEFICIARY
      * RRBTERM HAS MARKED DECEASED/TERMINATED IS DROPPED, A ROW
      * ALREADY SENT THIS CYCLE (PENDING OR ACCEPTED ON ACKMAST WITH
      * TODAY'S SENT DATE) IS SKIPPED UNLESS THE XMITRSND OPERATOR
      * OVERRIDE FORCES A DELIBERATE FULL RESEND, AND A ROW WHOSE
      * COMPL001 STATUS CATEGORY (THE OUTCMAST CURRENT SET RRBRECON
      * POSTS) IS NOT ON THE SITE'S XMITCAT LIST OF TRANSMITTABLE
      * CATEGORIES IS WITHHELD ONTO THE XCATHELD FILE WITH ITS
      * CATEGORY AND STATUS CODE - A BENEFICIARY WHO IS NOT
      * MEDICARE-ELIGIBLE THROUGH RRB NO LONGER GOES OUT ONLY TO
      * COME BACK AS AN SSA REJECT. XMITRPT COUNTS THE WITHHELD ROWS
      * PER CATEGORY SO THE ENVELOPE TOTALS STILL EXPLAIN
      * THEMSELVES.
      *
      * THE SSA INTAKE DESK DOES NOT PROCESS ON WEEKENDS OR FEDERAL
      * HOLIDAYS, AND A MONDAY PILE OF THREE ENVELOPES GOT WORKED OUT
      * OF ORDER ON THEIR SIDE. THE CYCLE DATE IS JUDGED AGAINST THE
      * SITE'S XMITCAL SSA TRANSMISSION CALENDAR FIRST (A DATED 'N'
      * ROW CLOSES A DAY, A DATED 'Y' ROW OPENS ONE) AND CMNBDCAL'S
      * BUSINESS-DAY CALENDAR OTHERWISE. ON A NON-TRANSMISSION DAY
      * THE SCREENED DETAILS ARE ACCUMULATED ONTO THE XPENDOUT
      * PENDING-TRANSMISSION DATASET INSTEAD OF STAGED - NO
      * ENVELOPE, NO SEQUENCE NUMBER, NO ACKMAST CHANGE - AND THE
      * TRANSMITTAL SAYS SO. THE JCL FEEDS IT BACK AS THE NEXT RUN'S
      * XPENDIN (THE CARRYOVER'S ARRANGEMENT). THE NEXT TRANSMISSION
      * DAY RELEASES THE ACCUMULATED DETAILS INTO TONIGHT'S BUILD, SO
      * ONE ENVELOPE UNDER ONE XMITSEQ NUMBER CARRIES THEM ALL AND
      * THE XB/XT TOTALS COVER EVERYTHING; THE ACKMAST SENT DATE IS
      * THAT RELEASE CYCLE'S DATE. AN SSA HIC ACCUMULATED MORE THAN
      * ONCE GOES OUT ONCE, AS ITS NEWEST ROW.
      *
      * A BENEFICIARY WHOSE TERMINATION RRBTERM HAS REVERSED (A
      * REINSTATEMENT OR A DEATH REVERSAL) IS WAITING ON THE XREQUE
      * RETRANSMISSION QUEUE. THE QUEUED ROWS GO THROUGH THE SAME
      * JUDGMENT AS THE PENDING ROWS, BEHIND THEM, SO A REAL ROW FOR
      * THE SAME SSA HIC TONIGHT OR ON THE PENDING DATASET IS THE
      * ONE SENT. ONCE THE ROWS ARE SAFELY STAGED AND FINALIZED - OR
      * ACCUMULATED ONTO XPENDOUT ON A CLOSED DAY - THE QUEUE IS
      * EMPTIED; A BUILD THAT DIES LEAVES IT FOR THE RERUN.
      *
      * SSA IS PHASING THE SSN-BASED HIC OUT OF THEIR INTAKE. FROM
      * THE SITE'S MBICUTOVER DATE (SITEPARM, THROUGH GETPARM,
      * YYYYMMDD - NO ROW MEANS NOT YET) THE BUILDER WRITES A
      * SECOND DETAIL FORM:
      *
      *   XM - MBI-PRIMARY DETAIL: THE MBI FROM THE CROSSWALK
      *        MASTER'S HX-SSA-MBI FIRST, THE SSA HIC CARRIED AS
      *        THE SECONDARY IDENTIFIER
      *
      * A BENEFICIARY WITH NO VALID MBI ON THE MASTER YET STILL GOES
      * OUT AS AN XD IN THE SAME ENVELOPE, AND EACH XB CARRIES THE
      * GROUP'S LEGACY AND MBI-PRIMARY COUNTS NEXT TO ITS TOTAL. THE
      * HASH STAYS OVER THE SSA HIC DIGIT POSITIONS IN BOTH FORMS,
      * AND XH-FORMAT-IND IS 'M' ON AN ENVELOPE BUILT PAST THE
      * CUTOVER. THE FLIP IS A SITEPARM ROW, NOT A CODE CHANGE.
      *
      * SSA'S INTAKE REFUSES A SUBMISSION OVER ITS FILE-SIZE OR
      * DETAIL-COUNT LIMIT, AND A MASS RECONVERSION OR A BIG RECYCLE
      * NIGHT CAN BUILD ONE ENVELOPE PAST BOTH. THE SITE SETS THE
      * LIMITS IN SITEPARM - XMITMAXDTL DETAILS AND XMITMAXBYTE BYTES
      * PER SUBMISSION (NO ROW, OR ZERO, MEANS NO LIMIT; A RECORD
      * COUNTS 51 BYTES, THE 50-BYTE RECORD AND ITS LINE END) - AND
      * THE NIGHT IS STAGED AS MANY SEGMENTS AS THEY NEED, EACH A
      * COMPLETE XH/XB/XT ENVELOPE WITH ITS OWN COUNTS AND HASH. A
      * BIC GROUP THAT WOULD NOT FIT IN WHAT IS LEFT OF A SEGMENT
      * STARTS THE NEXT ONE; ONLY A GROUP OVER A LIMIT ON ITS OWN IS
      * SPLIT, EACH PIECE CLOSED BY ITS OWN XB. THE FINALIZE WRITES
      * EACH SEGMENT TO ITS OWN NUMBERED FILE (XMITS001, XMITS002,
      * ...) AND THE XMITMAN COVERING MANIFEST - ONE ROW PER SEGMENT
      * AND THE GRAND TOTALS - FOR THE SSA SUBMISSION, AND STILL
      * WRITES XMITOUT AS THE WHOLE SET BACK TO BACK FOR CHAINBAL AND
      * SSASIM. THE SET IS ONE UNIT: ONE XMITSEQ NUMBER (XH-SEGMENT
      * AND XH-SEGMENT-COUNT SAY WHICH PIECE OF IT EACH FILE IS), ONE
      * ACKWRK INTENT FILE AND ONE DUPLICATE GUARD, ONE FINALIZE AND
      * ONE COMMIT. STAGING ENDS WITH AN XE END-OF-SET MARK (NEVER
      * COPIED OUT), SO A BUILD THAT DIED BETWEEN SEGMENTS IS NEVER
      * MISTAKEN FOR A COMPLETE SET.
      *
      * A BENEFICIARY SENT OUT OF CYCLE BY THE INTRADAY EXPXMIT LANE
      * IS POSTED TO ACKMAST UNDER THAT DAY'S CYCLE, SO TONIGHT'S
      * DUPLICATE GUARD ALREADY CATCHES IT. ITS ROW CAN STILL REACH
      * A LATER NIGHT'S BUILD - RELEASED FROM THE HOLD CARRYOVER, OR
      * RECYCLED BACK THROUGH THE DRIVER - WHEN ACKMAST CARRIES AN
      * OLDER SENT DATE THE GUARD DOES NOT MATCH. THE BUILD READS
      * EXPLOG, EXPXMIT'S LOG OF WHAT IT SENT: A ROW WHOSE ACKMAST
      * RECORD IS STILL PENDING OR ACCEPTED FROM THE SEND EXPLOG
      * RECORDS, WITHIN THE SITE'S EXPCOVRDAYS WINDOW (SITEPARM,
      * DEFAULT 14 DAYS), IS SKIPPED AS ALREADY SENT EXPEDITED AND
      * COUNTED SEPARATELY. PAST THE WINDOW - OR ONCE RRBRWRK HAS
      * RESENT IT AND MOVED THE SENT DATE - THE ROW GOES OUT AS
      * ANY OTHER. NO EXPLOG (A SITE THAT NEVER EXPEDITED) LEAVES
      * THE GUARD AS IT WAS.
      *
      * A CLERK CORRECTION THAT REPLACES AN RRB HIC ALREADY SENT
      * LEAVES SSA HOLDING THE WRONG SSA HIC. XREFSUPR LINKS THE TWO
      * CROSSWALK RECORDS AND FLAGS THE OLD ACKMAST RECORD (AK-
      * REPLACE-FLAG 'C'); THE BUILD SWEEPS ACKMAST FOR THOSE FLAGS,
      * FOLLOWS THE OLD RRB HIC'S HX-SUPERSEDED-BY CHAIN TO THE
      * CURRENT RECORD, AND STAGES ONE CANCEL-AND-REPLACE NOTICE PER
      * FLAG IN THE LAST SEGMENT, AHEAD OF ITS TRAILER:
      *
      *   XC - CANCEL-AND-REPLACE: THE SSA HIC TO CANCEL, THE SSA
      *        HIC THAT REPLACES IT, AND THE MBI ON FILE
      *
      * AN XC IS NOT A DETAIL - IT IS OUTSIDE THE XT TOTAL AND HASH
      * AND COUNTED IN XT-CANCEL-COUNT (AND MT-CANCEL-COUNT ON THE
      * MANIFEST) INSTEAD. ITS ACKWRK INTENT CARRIES AW-INTENT 'C',
      * AND THE FINALIZE MARKS THE FLAG SENT ('S'). A FLAG WHOSE
      * REPLACEMENT HAS NOT CONVERTED YET WAITS FOR A LATER NIGHT.
      *
      * ACKMAST ONLY KNOWS THE LATEST SEND OF AN SSA HIC, SO A
      * DISPUTE OVER WHAT WENT OUT ON AN EARLIER NIGHT COULD NOT BE
      * ANSWERED. THE FINALIZE NOW RECORDS EVERY XD AND XM DETAIL IT
      * FINALIZES ON THE KEYED XMTHIST TRANSMISSION HISTORY (LAYOUT
      * IN COPYBOOK XMTHIST) - THE ENVELOPE SEQUENCE, SEGMENT, SEND
      * DATE, RETRANSMISSION INDICATOR AND THE FULL DETAIL IMAGE,
      * WITH THE RRB HIC TAKEN FROM THE DETAIL'S ACKWRK INTENT (THE
      * INTENTS ARE WRITTEN IN STAGING ORDER, ONE PER XD, XM AND XC,
      * SO THE TWO FILES ARE READ IN STEP). A ROW ALREADY ON FILE IS
      * A REDONE FINALIZE AND IS LEFT AS IT IS. XMTRETRV READS THE
      * HISTORY BACK BY SSA HIC, RRB HIC OR ENVELOPE SEQUENCE,
      * RSRCHPKT PRINTS THE BENEFICIARY'S SENDS, AND XMTHPRG AGES IT
      * UNDER THE XMITHIST RETENTION CLASS.
      *
      * EACH OF THOSE DETAILS IS ALSO A DISCLOSURE OF THE
      * BENEFICIARY'S RECORD TO SSA UNDER THE PRIVACY ACT, AND IS
      * RECORDED AS ONE THROUGH DSCLWRT (MECHANISM 'XM', OR 'XR' ON A
      * RETRANSMITTED ENVELOPE; RECIPIENT 'SSA'; THE ENVELOPE
      * SEQUENCE AS REFERENCE; PURPOSE 'ENT') FOR DSCLRPT'S
      * ACCOUNTING OF DISCLOSURES. A REDONE FINALIZE RECORDS NOTHING
      * TWICE.
      *
      * AN ENRICHED ROW CAN CARRY AN ENTITLEMENT DATE MONTHS OFF, FOR
      * SOMEONE ABOUT TO BECOME ELIGIBLE, AND SSA REJECTS A SHARE OF
      * THOSE AS PREMATURE - REWORK THROUGH RRBRWRK FOR NOTHING. A
      * ROW THAT SURVIVES THE SCREENS WITH AN ENTITLEMENT DATE MORE
      * THAN THE SITE'S STGENTDAYS WINDOW PAST THE CYCLE DATE
      * (SITEPARM, THROUGH GETPARM - NO ROW, OR ZERO, MEANS NOTHING
      * IS STAGED) GOES ONTO THE KEYED STAGENT MASTER (LAYOUT IN
      * COPYBOOK STGEREC) INSTEAD, WITH A RELEASE DATE OF THE
      * ENTITLEMENT DATE LESS THE WINDOW - ON ANY NIGHT, OPEN OR
      * CLOSED. THE NEWEST ROW FOR AN SSA HIC REPLACES THE STAGED
      * ONE, AND A ROW THAT GOES OUT (OR PENDS) NORMALLY FOR A STAGED
      * SSA HIC TAKES ITS PLACE AND THE STAGED ROW IS DROPPED. ON A
      * TRANSMISSION DAY THE ROWS WHOSE RELEASE DATE HAS COME ARE
      * RELEASED BEHIND THE REQUEUED ROWS THROUGH THE SAME JUDGMENT
      * AS ANY OTHER, AND THE FINALIZE DELETES THEM FROM STAGENT
      * AHEAD OF THE SEQUENCE COMMIT (A RESUMED FINALIZE DELETES THE
      * ONES IN ITS ENVELOPE). RRBTERM DROPS A STAGED ROW WHEN IT
      * TERMINATES THE BENEFICIARY, STGERPT REPORTS THE STAGED
      * POPULATION WEEKLY AND ACKINQ SHOWS ITS RELEASE DATE. EVERY
      * STAGENT CHANGE IS JOURNALED THROUGH MSTJRNL.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS XM-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    ONE SEGMENT OF THE SSA SUBMISSION - THE FILE NAME CARRIES
      *    THE SEGMENT NUMBER - AND THE COVERING MANIFEST.

           SELECT XMIT-SEG-FILE   ASSIGN TO WS-XMITSEG-DSN
                                  FILE STATUS IS XG-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT XMIT-MAN-FILE   ASSIGN TO XMITMAN
                                  FILE STATUS IS XN-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE STAGING DATASET THE ENVELOPE IS BUILT ON. EMPTY (OR
      *    ABSENT) MEANS NO BUILD IS IN FLIGHT; A COMPLETE ENVELOPE
      *    HERE AT STARTUP MEANS A FINALIZE DIED AND IS RESUMED.
                                  FILE STATUS IS HO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE SITE-SET SSA TRANSMISSION CALENDAR. ROW: DATE
      *    YYYYMMDD, FLAG - 'N' THE SSA INTAKE DESK IS CLOSED THAT
      *    DAY, 'Y' IT IS OPEN WHATEVER THE BUSINESS-DAY CALENDAR
      *    SAYS. A DATE NOT LISTED FOLLOWS CMNBDCAL.

           SELECT OPTIONAL XMIT-CAL-FILE
                                  ASSIGN TO XMITCAL
                                  FILE STATUS IS XL-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE PENDING-TRANSMISSION DATASET - DETAILS ACCUMULATED ON
      *    NON-TRANSMISSION DAYS, IN AND OUT GENERATIONS.

           SELECT OPTIONAL PENDING-IN-FILE
                                  ASSIGN TO XPENDIN
                                  FILE STATUS IS PI-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT PENDING-OUT-FILE
                                  ASSIGN TO XPENDOUT
                                  FILE STATUS IS PO-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    RRBTERM'S RETRANSMISSION QUEUE OF REVERSED TERMINATIONS.

           SELECT OPTIONAL REQUEUE-FILE
                                  ASSIGN TO XREQUE
                                  FILE STATUS IS RQ-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT ACK-MASTER-FILE ASSIGN TO WS-ACKMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

      *    EXPXMIT'S LOG OF BENEFICIARIES SENT ON THE EXPEDITED
      *    LANE, READ-ONLY. TEST-SCOPED DSN UNDER THE SHARED BTCHTEST
      *    SWITCH.

           SELECT EXP-LOG-FILE    ASSIGN TO WS-EXPLOG-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS EL-SSA-HIC
                                  FILE STATUS IS EL-FILE-STATUS.

      *    THE CONVERSION OUTCOME MASTER RRBRECON MAINTAINS, READ-ONLY
      *    - ITS CURRENT SET CARRIES THE COMPL001 STATUS CATEGORY AND
      *    RETURN INDICATOR THE ELIGIBILITY GATE JUDGES. TEST-SCOPED
      *    DSN UNDER THE SHARED BTCHTEST SWITCH.

           SELECT OUTCOME-MASTER-FILE
                                  ASSIGN TO WS-OUTCMAST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS OM-RRB-HIC
                                  FILE STATUS IS OM-FILE-STATUS.

      *    SITE-MAINTAINED LIST OF STATUS CATEGORIES AND WHETHER EACH
      *    IS TRANSMITTABLE. ROW: STATUS-CAT(2), FLAG(1) - 'Y' GOES
      *    TO SSA, ANYTHING ELSE IS WITHHELD. A CATEGORY NOT ON THE
      *    LIST IS WITHHELD TOO, SO A NEW COMPL001 CATEGORY SURFACES
      *    ON THE TRANSMITTAL INSTEAD OF SLIPPING THROUGH. OPTIONAL -
      *    NO FILE MEANS NO GATE, THE BUILDER'S BEHAVIOR BEFORE THE
      *    LIST EXISTED.

           SELECT OPTIONAL XMIT-CAT-FILE
                                  ASSIGN TO XMITCAT
                                  FILE STATUS IS XC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    TONIGHT'S ROWS WITHHELD BY CATEGORY - NOT A CARRYOVER; THE
      *    BENEFICIARY IS JUDGED AGAIN ON WHATEVER STATUS THE NEXT
      *    EXTRACT BRINGS.

           SELECT CAT-HELD-FILE   ASSIGN TO XCATHELD
                                  FILE STATUS IS CH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE TRANSMISSION DETAIL HISTORY, WRITTEN BY THE FINALIZE.
      *    TEST-SCOPED DSN UNDER THE SHARED BTCHTEST SWITCH.

           SELECT XMIT-HIST-FILE  ASSIGN TO WS-XMTHIST-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS TX-HIST-KEY
                                  FILE STATUS IS TX-FILE-STATUS.

      *    THE STAGED FUTURE-DATED ENTITLEMENTS, READ AND UPDATED.
      *    TEST-SCOPED DSN UNDER THE SHARED BTCHTEST SWITCH.

           SELECT STAGED-ENT-FILE ASSIGN TO WS-STAGENT-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS SE-SSA-HIC
                                  FILE STATUS IS SE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RRB-OUT-REC.
           02  OUT-RRB-HIC         PIC X(12).
           02  OUT-SOURCE          PIC X(03).
           02  OUT-ENT-DATE        PIC X(08).
           02  OUT-CLAIM-TYPE      PIC X(02).
           02  OUT-BENE-TYPE       PIC X(02).
           02  OUT-BIRTH-DATE      PIC X(08).

       FD  STREAM-OUT-1
           RECORD CONTAINS 49 CHARACTERS.

       01  SO1-REC                 PIC X(49).

       FD  STREAM-OUT-2
           RECORD CONTAINS 49 CHARACTERS.

       01  SO2-REC                 PIC X(49).

       FD  STREAM-OUT-3
           RECORD CONTAINS 49 CHARACTERS.

       01  SO3-REC                 PIC X(49).

       FD  STREAM-OUT-4
           RECORD CONTAINS 49 CHARACTERS.

       01  SO4-REC                 PIC X(49).

       SD  SORT-WORK-1
           RECORD 45.

       01  SORT-RECORD-1.
           05  SORT-BIC            PIC X(02).
           05  SORT-RRB-HIC        PIC X(12).
           05  SORT-ENT-DATE       PIC X(08).
           05  SORT-CLAIM-TYPE    PIC X(02).
           05  SORT-BENE-TYPE      PIC X(02).
           05  SORT-BIRTH-DATE     PIC X(08).

       FD  XMIT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-REC                PIC X(50).

       FD  XMIT-SEG-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-SEG-REC            PIC X(50).

       FD  XMIT-MAN-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-MAN-REC            PIC X(50).

       FD  XMIT-STG-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  XMIT-STG-REC            PIC X(50).

      *    AW-INTENT IS SPACE FOR A TRANSMITTED DETAIL AND 'C' FOR
      *    A CANCEL-AND-REPLACE NOTICE AGAINST THE OLD SSA HIC.

       FD  ACK-WORK-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  ACK-WORK-REC.
           05  AW-SSA-HIC          PIC X(11).
           05  AW-RRB-HIC          PIC X(12).
           05  AW-INTENT           PIC X(01).
               88  AW-CANCEL-INTENT           VALUE 'C'.

       FD  XMIT-SEQ-FILE
           RECORD CONTAINS 4 CHARACTERS.
      *    CARRYOVER RECORDS IN THE SORT-RECORD SHAPE, SO A RELEASED
      *    ROW RE-ENTERS THE BUILD EXACTLY AS A FRESH ACCEPTED ROW
      *    WOULD - RE-SCREENED FOR TERMINATION AND DUPLICATES, SINCE
      *    A HOLD CAN OUTLIVE A BENEFICIARY. THE BENEFICIARY TYPE AND
      *    BIRTH DATE WERE ADDED AT THE END, SO A ROW HELD BEFORE
      *    THEY EXISTED READS BACK WITH THEM BLANK.

       FD  HELD-IN-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  HELD-IN-REC.
           05  HI-BIC              PIC X(02).
           05  HI-RRB-HIC          PIC X(12).
           05  HI-ENT-DATE         PIC X(08).
           05  HI-CLAIM-TYPE       PIC X(02).
           05  HI-BENE-TYPE        PIC X(02).
           05  HI-BIRTH-DATE       PIC X(08).

       FD  HELD-OUT-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  HELD-OUT-REC.
           05  HO-BIC              PIC X(02).
           05  HO-RRB-HIC          PIC X(12).
           05  HO-ENT-DATE         PIC X(08).
           05  HO-CLAIM-TYPE       PIC X(02).
           05  HO-BENE-TYPE        PIC X(02).
           05  HO-BIRTH-DATE       PIC X(08).

       FD  XMIT-CAL-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  XMIT-CAL-REC.
           05  XL-DATE             PIC X(08).
           05  XL-OPEN-FLAG        PIC X(01).

      *    PENDING RECORDS IN THE CARRYOVER'S SORT-RECORD SHAPE, PLUS
      *    THE CYCLE DATE THE DETAIL WAS FIRST ACCUMULATED - THE
      *    BENEFICIARY TYPE AND BIRTH DATE FOLLOW IT, FOR THE SAME
      *    REASON AS ON THE HELD CARRYOVER.

       FD  PENDING-IN-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  PENDING-IN-REC.
           05  PI-BIC              PIC X(02).
           05  PI-SSA-HIC          PIC X(11).
           05  PI-RRB-HIC          PIC X(12).
           05  PI-ENT-DATE         PIC X(08).
           05  PI-CLAIM-TYPE       PIC X(02).
           05  PI-ACCUM-DATE       PIC X(08).
           05  PI-BENE-TYPE        PIC X(02).
           05  PI-BIRTH-DATE       PIC X(08).

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  PENDING-OUT-REC.
           05  PO-BIC              PIC X(02).
           05  PO-SSA-HIC          PIC X(11).
           05  PO-RRB-HIC          PIC X(12).
           05  PO-ENT-DATE         PIC X(08).
           05  PO-CLAIM-TYPE       PIC X(02).
           05  PO-ACCUM-DATE       PIC X(08).
           05  PO-BENE-TYPE        PIC X(02).
           05  PO-BIRTH-DATE       PIC X(08).

      *    THE PENDING SHAPE BEFORE THE BENEFICIARY TYPE AND BIRTH
      *    DATE, WRITTEN BY RRBTERM - NO ENRICHMENT AT ALL, AS ON AN
      *    RRBRWRK RESEND.

       FD  REQUEUE-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  REQUEUE-REC.
           05  RQ-BIC              PIC X(02).
           05  RQ-SSA-HIC          PIC X(11).
           05  RQ-RRB-HIC          PIC X(12).
           05  RQ-ENT-DATE         PIC X(08).
           05  RQ-CLAIM-TYPE       PIC X(02).
           05  RQ-QUEUED-DATE      PIC X(08).

       FD  HIC-XREF-FILE.

           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  EXP-LOG-FILE.

           COPY EXPLOG.

       FD  ACK-MASTER-FILE.

      *    FIRST SEND ON EITHER SIDE OF THE INTERFACE.

           05  AK-ATTEMPTS         PIC 9(02).
           05  AK-REPLACE-FLAG     PIC X(01).
               88  AK-CANCEL-PENDING          VALUE 'C'.
               88  AK-CANCEL-SENT             VALUE 'S'.

       FD  OUTCOME-MASTER-FILE.

       01  OUTCOME-MASTER-REC.
           05  OM-RRB-HIC          PIC X(12).
           05  OM-CURRENT.
               10  OM-CUR-SSA-HIC      PIC X(11).
               10  OM-CUR-STATUS-IN    PIC X(02).
               10  OM-CUR-STATUS-CAT   PIC X(02).
               10  OM-CUR-CONV-RESULT  PIC X(01).
               10  OM-CUR-STAT-RET-CD  PIC X(01).
               10  OM-CUR-RUN-DATE     PIC X(08).
           05  OM-PRIOR.
               10  OM-PRI-SSA-HIC      PIC X(11).
               10  OM-PRI-STATUS-IN    PIC X(02).
               10  OM-PRI-STATUS-CAT   PIC X(02).
               10  OM-PRI-CONV-RESULT  PIC X(01).
               10  OM-PRI-STAT-RET-CD  PIC X(01).
               10  OM-PRI-RUN-DATE     PIC X(08).

       FD  XMIT-CAT-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  XMIT-CAT-REC.
           05  XC-STATUS-CAT       PIC X(02).
           05  XC-TRANSMIT-FLAG    PIC X(01).

      *    ONE ROW PER WITHHELD DETAIL - THE CATEGORY AND COMPL001
      *    RETURN INDICATOR THAT STOPPED IT, THE STATUS CODE BEHIND
      *    THEM, AND THE RUN DATE OF THE OUTCOME THEY CAME FROM.

       FD  CAT-HELD-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  CAT-HELD-REC.
           05  CH-RRB-HIC          PIC X(12).
           05  CH-SSA-HIC          PIC X(11).
           05  CH-BIC              PIC X(02).
           05  CH-STATUS-CAT       PIC X(02).
           05  CH-STAT-RET-CD      PIC X(01).
           05  CH-STATUS-IN        PIC X(02).
           05  CH-OUTCOME-DATE     PIC X(08).
           05  CH-CYCLE-DATE       PIC X(08).
           05  CH-SOURCE           PIC X(03).
           05  FILLER              PIC X(11).

       FD  XMIT-HIST-FILE.

           COPY XMTHIST.

       FD  STAGED-ENT-FILE.

           COPY STGEREC.

       WORKING-STORAGE SECTION.

       01  RO-FILE-STATUS          PIC X(02).
       01  XM-FILE-STATUS          PIC X(02).
       01  XG-FILE-STATUS          PIC X(02).
       01  XN-FILE-STATUS          PIC X(02).
       01  SG-FILE-STATUS          PIC X(02).
       01  AW-FILE-STATUS          PIC X(02).
       01  XS-FILE-STATUS          PIC X(02).
       01  AK-FILE-STATUS          PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).

       01  OM-FILE-STATUS          PIC X(02).
       01  XC-FILE-STATUS          PIC X(02).
       01  CH-FILE-STATUS          PIC X(02).
       01  XL-FILE-STATUS          PIC X(02).
       01  PI-FILE-STATUS          PIC X(02).
       01  PO-FILE-STATUS          PIC X(02).
       01  RQ-FILE-STATUS          PIC X(02).
       01  TX-FILE-STATUS          PIC X(02).
       01  SE-FILE-STATUS          PIC X(02).

      *    'Y' WHEN THE CYCLE DATE IS AN SSA TRANSMISSION DAY - THE
      *    BUILD RUNS; 'N' ACCUMULATES ONTO THE PENDING DATASET.

       01  WS-XMIT-DAY-SWITCH      PIC X(01)  VALUE 'Y'.
           88  SSA-TRANSMISSION-DAY           VALUE 'Y'.
       01  WS-XCAL-FILE-EOF        PIC X(01)  VALUE 'N'.
           88  XCAL-FILE-EOF                  VALUE 'Y'.
       01  WS-NO-MORE-PENDING      PIC X(01)  VALUE 'N'.
           88  END-OF-PENDING-IN              VALUE 'Y'.
       01  WS-NO-MORE-REQUEUE      PIC X(01)  VALUE 'N'.
           88  END-OF-REQUEUE                 VALUE 'Y'.

      *    'Y' ONCE THIS RUN HAS JUDGED THE QUEUE - ONLY THEN IS IT
      *    EMPTIED. A RESUMED FINALIZE NEVER READ IT.

       01  WS-REQUEUE-TAKEN        PIC X(01)  VALUE 'N'.

      *    THE SSA CALENDAR'S DATED EXCEPTIONS.

       01  WS-XCAL-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-XCAL-TABLE.
           05  WS-XCAL-ENTRY       OCCURS 100 TIMES.
               10  WS-XCAL-DATE        PIC X(08).
               10  WS-XCAL-OPEN        PIC X(01).

       01  WS-XCAL-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-XCAL-CHECK-DATE      PIC 9(08)  VALUE ZERO.
       01  WS-XCAL-CHECK-OPEN      PIC X(01)  VALUE 'Y'.
       01  WS-XCAL-DAY-INT         PIC 9(07)  VALUE ZERO.
       01  WS-XCAL-DAYS-TRIED      PIC 9(03)  VALUE ZERO.
       01  WS-NEXT-XMIT-DATE       PIC X(08)  VALUE SPACE.

      *    THE DATE THE ROW BEING JUDGED WAS FIRST ACCUMULATED - SPACE
      *    FOR A FRESH ROW, WHICH TAKES TONIGHT'S CYCLE DATE.

       01  WS-ROW-ACCUM-DATE       PIC X(08)  VALUE SPACE.
       01  WS-OLDEST-ACCUM-DATE    PIC X(08)  VALUE SPACE.
       01  WS-PREV-SSA-HIC         PIC X(11)  VALUE SPACE.

       01  WS-ROWS-ACCUMULATED     PIC 9(09)  VALUE ZERO.
       01  WS-PENDING-RELEASED     PIC 9(09)  VALUE ZERO.
       01  WS-PENDING-SUPERSEDED   PIC 9(09)  VALUE ZERO.
       01  WS-REQUEUE-RELEASED     PIC 9(09)  VALUE ZERO.

       01  WS-RPT-NOXMIT-LINE.
           05  FILLER              PIC X(27)  VALUE
               'RRBXMIT NO TRANSMISSION ON '.
           05  WS-RPT-NOX-DATE     PIC X(08).
           05  FILLER              PIC X(45)  VALUE
               ' - SSA INTAKE CLOSED, DETAILS ACCUMULATED'.

       01  WS-RPT-ACCUM-LINE.
           05  FILLER              PIC X(16)  VALUE 'ACCUMULATED     '.
           05  WS-RPT-ACC-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(21)  VALUE
               '  NEXT TRANSMISSION '.
           05  WS-RPT-ACC-NEXT     PIC X(08).
           05  FILLER              PIC X(28)  VALUE SPACE.

       01  WS-RPT-RELEASED-LINE.
           05  FILLER              PIC X(27)  VALUE
               'RELEASED FROM ACCUMULATION '.
           05  WS-RPT-REL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(17)  VALUE
               '  OLDEST ACCUM. '.
           05  WS-RPT-REL-OLDEST   PIC X(08).
           05  FILLER              PIC X(21)  VALUE SPACE.

      *    THE FUTURE-DATED ENTITLEMENT STAGING. 'Y' WHEN STAGENT
      *    OPENED. THE WINDOW IS HOW MANY DAYS AHEAD OF THE CYCLE
      *    DATE AN ENTITLEMENT MAY BE AND STILL GO OUT - ZERO STAGES
      *    NOTHING, THOUGH ROWS ALREADY STAGED STILL RELEASE.

       01  WS-STAGENT-DSN          PIC X(08).
       01  WS-STAGE-AVAILABLE      PIC X(01)  VALUE 'N'.
       01  WS-STAGE-WINDOW-DAYS    PIC 9(04)  VALUE ZERO.
       01  WS-STAGE-ENT-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-STAGE-ENT-INT        PIC S9(08) VALUE ZERO.
       01  WS-STAGE-CYCLE-DATE     PIC 9(08)  VALUE ZERO.
       01  WS-STAGE-CYCLE-INT      PIC S9(08) VALUE ZERO.
       01  WS-STAGE-RELEASE-DATE   PIC 9(08)  VALUE ZERO.

      *    'Y' ON THE ROW BEING JUDGED WHEN IT CAME OFF STAGENT - IT
      *    IS NEVER STAGED AGAIN. 'Y' IN WS-ROW-STAGED WHEN THE ROW
      *    WENT ONTO STAGENT INSTEAD OF THE BUILD. 'Y' IN WS-STAGE-
      *    SWEPT ONCE THIS RUN HAS RELEASED THE DUE ROWS - ONLY THEN
      *    DOES THE FINALIZE SWEEP THEM OFF; A RESUMED FINALIZE
      *    DELETES THE ONES ITS ENVELOPE CARRIES INSTEAD.

       01  WS-ROW-FROM-STAGE       PIC X(01)  VALUE 'N'.
       01  WS-ROW-STAGED           PIC X(01)  VALUE 'N'.
       01  WS-ROW-FUTURE           PIC X(01)  VALUE 'N'.
       01  WS-STAGE-ON-FILE        PIC X(01)  VALUE 'N'.

      *    'Y' WHILE THE ACCUMULATED AND REQUEUED ROWS ARE RELEASED
      *    BEHIND TONIGHT'S - A STAGED ROW TONIGHT'S EXTRACT ALREADY
      *    REPLACED IS THE NEWER ONE, AND THE ROW BEHIND IT IS DROPPED.

       01  WS-RELEASING-BEHIND     PIC X(01)  VALUE 'N'.
       01  WS-STAGE-SWEPT          PIC X(01)  VALUE 'N'.
       01  WS-NO-MORE-STAGED       PIC X(01)  VALUE 'N'.
           88  END-OF-STAGED-ENT              VALUE 'Y'.

       01  WS-ROWS-STAGED          PIC 9(09)  VALUE ZERO.
       01  WS-STAGE-REPLACED       PIC 9(09)  VALUE ZERO.
       01  WS-STAGE-SUPERSEDED     PIC 9(09)  VALUE ZERO.
       01  WS-STAGE-RELEASED       PIC 9(09)  VALUE ZERO.
       01  WS-STAGE-CLEARED        PIC 9(09)  VALUE ZERO.

       01  WS-RPT-STAGED-LINE.
           05  FILLER              PIC X(23)  VALUE
               'STAGED FUTURE-DATED    '.
           05  WS-RPT-STG-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(23)  VALUE
               '  RELEASED FROM STAGE  '.
           05  WS-RPT-STG-RELEASED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(20)  VALUE SPACE.

      *    PARAMETERS FOR CMNBDCAL - SAME LAYOUT AS CMNBDCAL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-CALENDAR-PARAMETERS.
           05  CAL-FUNCTION            PIC  X(01).
           05  CAL-ENVIRONMENT         PIC  X(01).
           05  CAL-DATE-1              PIC  9(08).
           05  CAL-DATE-2              PIC  9(08).
           05  CAL-RESULT-FLAG         PIC  X(01).
           05  CAL-RESULT-DATE         PIC  9(08).
           05  CAL-RESULT-DAYS         PIC S9(07).

       01  WS-ACKMAST-DSN          PIC X(08).
       01  WS-HICXREF-DSN          PIC X(08).
       01  WS-OUTCMAST-DSN         PIC X(08).
       01  WS-EXPLOG-DSN           PIC X(08).
       01  WS-XMTHIST-DSN          PIC X(08).
       01  EL-FILE-STATUS          PIC X(02).

      *    'Y' WHEN EXPLOG OPENED - THE EXPEDITED GUARD IS IN FORCE.
      *    THE WINDOW IS HOW MANY DAYS AFTER AN EXPEDITED SEND THE
      *    NIGHTLY BUILD STILL DEFERS TO IT.

       01  WS-EXPLOG-AVAILABLE     PIC X(01)  VALUE 'N'.
       01  WS-EXP-COVER-DAYS       PIC 9(03)  VALUE 014.
       01  WS-EXP-SENT-DATE        PIC 9(08)  VALUE ZERO.
       01  WS-EXP-SENT-INT         PIC S9(08) VALUE ZERO.
       01  WS-EXP-CYCLE-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-EXP-CYCLE-INT        PIC S9(08) VALUE ZERO.

      *    'Y' WHEN XMITCAT WAS PRESENT AND THE OUTCOME MASTER OPENED
      *    - THE ELIGIBILITY GATE IS IN FORCE FOR THIS BUILD.

       01  WS-CAT-GATE-ACTIVE      PIC X(01)  VALUE 'N'.
           88  CAT-GATE-ACTIVE                VALUE 'Y'.
       01  WS-OUTC-AVAILABLE       PIC X(01)  VALUE 'N'.
       01  WS-CAT-FILE-EOF         PIC X(01)  VALUE 'N'.
           88  CAT-FILE-EOF                   VALUE 'Y'.

      *    THE SITE LIST OF CATEGORIES AND THEIR TRANSMIT FLAGS.

       01  WS-XCAT-COUNT           PIC 9(02)  VALUE ZERO.
       01  WS-XCAT-TABLE.
           05  WS-XCAT-ENTRY       OCCURS 50 TIMES.
               10  WS-XCAT-CAT         PIC X(02).
               10  WS-XCAT-FLAG        PIC X(01).

      *    TONIGHT'S WITHHELD COUNTS, ONE ENTRY PER CATEGORY SEEN.

       01  WS-CWH-COUNT            PIC 9(02)  VALUE ZERO.
       01  WS-CWH-TABLE.
           05  WS-CWH-ENTRY        OCCURS 50 TIMES.
               10  WS-CWH-CAT          PIC X(02).
               10  WS-CWH-WITHHELD     PIC 9(07).

       01  WS-XCAT-IDX             PIC 9(02)  VALUE ZERO.
       01  WS-XCAT-MATCH           PIC 9(02)  VALUE ZERO.
       01  WS-ROW-CAT-HELD         PIC X(01)  VALUE 'N'.
       01  WS-ROWS-CAT-HELD        PIC 9(09)  VALUE ZERO.
       01  WS-NO-OUTCOME           PIC 9(09)  VALUE ZERO.

       01  WS-RPT-CAT-LINE.
           05  FILLER              PIC X(15)  VALUE
               'WITHHELD  CAT  '.
           05  WS-RPT-CAT          PIC X(02).
           05  FILLER              PIC X(08)  VALUE '  COUNT '.
           05  WS-RPT-CAT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(48)  VALUE SPACE.

      *    'N' WHEN THE CROSSWALK MASTER COULDN'T BE OPENED - THE
      *    BUILD STILL RUNS, NOTHING CAN BE SCREENED, AND THE COUNT
      *    XH-RETRANS-IND IS SPACE ON A FIRST-SEND FILE FROM THIS
      *    BUILDER AND 'R' ON A FILE THE RRBRWRK RETRANSMISSION SWEEP
      *    CUTS. XH-HASH-IND IS 'H' WHEN THE XB/XT RECORDS CARRY HASH
      *    TOTALS OVER THE SSA HIC DIGIT POSITIONS. XH-SEGMENT OF
      *    XH-SEGMENT-COUNT PLACES THE FILE IN ITS SEGMENT SET - 001
      *    OF 001 ON A NIGHT THAT FITS ONE SUBMISSION. THE COUNT IS
      *    ONLY KNOWN ONCE THE BUILD ENDS, SO IT IS ZERO ON STAGING
      *    AND STAMPED BY THE FINALIZE.

       01  WS-XMIT-WORK            PIC X(50)  VALUE SPACE.

       01  WS-XMIT-HEADER REDEFINES WS-XMIT-WORK.
           05  XH-RECORD-TYPE      PIC X(02).
           05  XH-SEQUENCE         PIC 9(04).
           05  XH-RETRANS-IND      PIC X(01).
           05  XH-HASH-IND         PIC X(01).
           05  XH-FORMAT-IND       PIC X(01).
           05  XH-SEGMENT          PIC 9(03).
           05  XH-SEGMENT-COUNT    PIC 9(03).
           05  FILLER              PIC X(27).

      *    XD-SSA-MBI IS THE SSA-ASSIGNED MBI ON FILE FOR THIS
      *    BENEFICIARY (FROM THE ACKNOWLEDGMENT MASTER, WHERE SSAACK
      *    SSA'S NEWER DETAIL SPEC - THE ENTITLEMENT DATE AND
      *    CLAIM-TYPE CODE THE ENRICHED EXTRACT SUPPLIES, SPACES ON
      *    CLASSIC-FORMAT ROWS AND ON RETRANSMISSIONS BUILT FROM THE
      *    ACKNOWLEDGMENT MASTER. THE BENEFICIARY TYPE CODE AND DATE
      *    OF BIRTH FOLLOW, SPACES UNLESS THE EXTRACT'S LAYOUT
      *    VERSION CARRIED THEM.

           05  XD-ENT-DATE         PIC X(08).
           05  XD-CLAIM-TYPE       PIC X(02).
           05  FILLER              PIC X(02).
           05  XD-BENE-TYPE        PIC X(02).
           05  XD-BIRTH-DATE       PIC X(08).

      *    THE MBI-PRIMARY DETAIL - THE XD FIELDS IN THE SAME
      *    POSITIONS, WITH THE MBI AND SSA HIC CHANGING PLACES. SSA
      *    KEYS ON WHICHEVER IDENTIFIER LEADS THE RECORD.

       01  WS-XMIT-MBI-DETAIL REDEFINES WS-XMIT-WORK.
           05  XMD-RECORD-TYPE     PIC X(02).
           05  XMD-SSA-MBI         PIC X(11).
           05  XMD-BIC             PIC X(02).
           05  XMD-SSA-HIC         PIC X(11).
           05  XMD-ATTEMPTS        PIC 9(02).
           05  XMD-ENT-DATE        PIC X(08).
           05  XMD-CLAIM-TYPE      PIC X(02).
           05  FILLER              PIC X(02).
           05  XMD-BENE-TYPE       PIC X(02).
           05  XMD-BIRTH-DATE      PIC X(08).

      *    XB-HASH IS THE GROUP'S SSA HIC DIGIT POSITIONS (BYTES 2-9
      *    OF EACH DETAIL) SUMMED, HIGH-ORDER OVERFLOW DROPPED - A
      *    TRANSPOSED OR TRUNCATED DETAIL THAT KEEPS THE COUNT INTACT
      *    NO LONGER SAILS THROUGH. XB-COUNT IS THE GROUP TOTAL;
      *    XB-LEGACY-COUNT (XD) AND XB-MBI-COUNT (XM) SPLIT IT BY
      *    DETAIL FORM.

       01  WS-XMIT-BIC REDEFINES WS-XMIT-WORK.
           05  XB-RECORD-TYPE      PIC X(02).
           05  XB-BIC              PIC X(02).
           05  XB-COUNT            PIC 9(07).
           05  XB-HASH             PIC 9(12).
           05  XB-LEGACY-COUNT     PIC 9(07).
           05  XB-MBI-COUNT        PIC 9(07).
           05  FILLER              PIC X(13).

      *    THE CANCEL-AND-REPLACE NOTICE - SSA CANCELS THE OLD SSA
      *    HIC AND CARRIES THE BENEFICIARY UNDER THE NEW ONE.

       01  WS-XMIT-CANCEL REDEFINES WS-XMIT-WORK.
           05  XC-RECORD-TYPE      PIC X(02).
           05  XC-OLD-SSA-HIC      PIC X(11).
           05  XC-NEW-SSA-HIC      PIC X(11).
           05  XC-SSA-MBI          PIC X(11).
           05  FILLER              PIC X(15).

      *    XT-CANCEL-COUNT IS THE SEGMENT'S XC NOTICES - OUTSIDE
      *    XT-TOTAL, WHICH COUNTS DETAILS ONLY.

       01  WS-XMIT-TRAILER REDEFINES WS-XMIT-WORK.
           05  XT-RECORD-TYPE      PIC X(02).
           05  XT-TOTAL            PIC 9(07).
           05  XT-BIC-COUNT        PIC 9(02).
           05  XT-HASH             PIC 9(12).
           05  XT-CANCEL-COUNT     PIC 9(05).
           05  FILLER              PIC X(22).

      *    THE STAGING-ONLY END-OF-SET MARK, WRITTEN AFTER THE LAST
      *    SEGMENT'S TRAILER. IT NEVER LEAVES STAGING.

       01  WS-XMIT-END-OF-SET REDEFINES WS-XMIT-WORK.
           05  XE-RECORD-TYPE      PIC X(02).
           05  XE-SEGMENT-COUNT    PIC 9(03).
           05  XE-TOTAL            PIC 9(07).
           05  FILLER              PIC X(38).

      *    THE XMITMAN COVERING MANIFEST - AN MH HEADER, ONE MS ROW
      *    PER SEGMENT FILE, AND AN MT ROW OF GRAND TOTALS. A BIC
      *    GROUP SPLIT ACROSS SEGMENTS COUNTS IN EACH SEGMENT IT
      *    APPEARS IN, SO MT-BIC-COUNT IS THE SUM OF THE XT COUNTS.

       01  WS-MAN-WORK             PIC X(50)  VALUE SPACE.

       01  WS-MAN-HEADER REDEFINES WS-MAN-WORK.
           05  MH-RECORD-TYPE      PIC X(02).
           05  MH-TRANS-DATE       PIC X(08).
           05  MH-SEQUENCE         PIC 9(04).
           05  MH-SEGMENT-COUNT    PIC 9(03).
           05  MH-DETAIL-LIMIT     PIC 9(07).
           05  MH-BYTE-LIMIT       PIC 9(12).
           05  FILLER              PIC X(14).

       01  WS-MAN-SEGMENT REDEFINES WS-MAN-WORK.
           05  MS-RECORD-TYPE      PIC X(02).
           05  MS-SEGMENT          PIC 9(03).
           05  MS-FILE-NAME        PIC X(08).
           05  MS-DETAILS          PIC 9(07).
           05  MS-BIC-COUNT        PIC 9(02).
           05  MS-HASH             PIC 9(12).
           05  MS-BYTES            PIC 9(12).
           05  FILLER              PIC X(04).

       01  WS-MAN-TRAILER REDEFINES WS-MAN-WORK.
           05  MT-RECORD-TYPE      PIC X(02).
           05  MT-SEGMENT-COUNT    PIC 9(03).
           05  MT-TOTAL            PIC 9(07).
           05  MT-BIC-COUNT        PIC 9(03).
           05  MT-HASH             PIC 9(12).
           05  MT-BYTES            PIC 9(12).
           05  MT-CANCEL-COUNT     PIC 9(05).
           05  FILLER              PIC X(06).

      *    THE SITE'S SUBMISSION LIMITS - ZERO IS NO LIMIT.

       01  WS-MAX-SEG-DETAILS      PIC 9(07)  VALUE ZERO.
       01  WS-MAX-SEG-BYTES        PIC 9(12)  VALUE ZERO.
       01  WS-XMIT-LINE-BYTES      PIC 9(02)  VALUE 51.

      *    THE SEGMENT BEING STAGED - ITS NUMBER, DETAILS, RECORDS SO
      *    FAR (XH INCLUDED), XB GROUPS AND HASH.

       01  WS-SEGMENT              PIC 9(03)  VALUE 1.
       01  WS-SEGMENT-COUNT        PIC 9(03)  VALUE ZERO.
       01  WS-SEG-DETAILS          PIC 9(07)  VALUE ZERO.
       01  WS-SEG-RECORDS          PIC 9(09)  VALUE ZERO.
       01  WS-SEG-GROUPS           PIC 9(02)  VALUE ZERO.
       01  WS-SEG-HASH             PIC 9(12)  VALUE ZERO.
       01  WS-SEG-CANCELS          PIC 9(05)  VALUE ZERO.
       01  WS-PROJ-DETAILS         PIC 9(09)  VALUE ZERO.
       01  WS-PROJ-BYTES           PIC 9(13)  VALUE ZERO.
       01  WS-SEG-FULL             PIC X(01)  VALUE 'N'.
       01  WS-GROUPS-SPLIT         PIC 9(05)  VALUE ZERO.

      *    ROWS RELEASED TO THE SORT PER BIC - THE MOST A GROUP CAN
      *    HOLD (AN ACCUMULATED COPY SUPERSEDED AT STAGING ONLY MAKES
      *    IT SMALLER), SO THE SIZE CHECK AT A GROUP'S START NEVER
      *    UNDERESTIMATES. A BIC PAST THE TABLE COUNTS AS SIZE ZERO
      *    AND IS SIMPLY SPLIT IF IT RUNS OUT OF ROOM.

       01  WS-BSZ-COUNT            PIC 9(03)  VALUE ZERO.
       01  WS-BSZ-TABLE.
           05  WS-BSZ-ENTRY        OCCURS 200 TIMES.
               10  WS-BSZ-BIC          PIC X(02).
               10  WS-BSZ-ROWS         PIC 9(07).
       01  WS-BSZ-IDX              PIC 9(03)  VALUE ZERO.
       01  WS-BSZ-MATCH            PIC 9(03)  VALUE ZERO.
       01  WS-GROUP-SIZE           PIC 9(07)  VALUE ZERO.

      *    THE SEGMENT FILE NAME - XMITS FOLLOWED BY THE SEGMENT
      *    NUMBER - AND THE FINALIZE'S RUNNING SEGMENT AND SET TOTALS.

       01  WS-XMITSEG-DSN.
           05  FILLER              PIC X(05)  VALUE 'XMITS'.
           05  WS-XMITSEG-NUMBER   PIC 9(03)  VALUE ZERO.

       01  WS-SEG-FILE-OPEN        PIC X(01)  VALUE 'N'.
       01  WS-FIN-SEG-RECORDS      PIC 9(09)  VALUE ZERO.
       01  WS-FIN-SEG-BYTES        PIC 9(12)  VALUE ZERO.
       01  WS-MAN-TOTAL-HASH       PIC 9(12)  VALUE ZERO.
       01  WS-MAN-TOTAL-BYTES      PIC 9(12)  VALUE ZERO.
       01  WS-MAN-HEADER-DONE      PIC X(01)  VALUE 'N'.

       01  WS-SWITCHES.
           05  NO-MORE-OUTPUT      PIC X(01)  VALUE 'N'.
               88  END-OF-STAGING             VALUE 'Y'.
           05  NO-MORE-ACK-WORK    PIC X(01)  VALUE 'N'.
               88  END-OF-ACK-WORK            VALUE 'Y'.
           05  NO-MORE-ACK-SWEEP   PIC X(01)  VALUE 'N'.
               88  END-OF-ACK-SWEEP           VALUE 'Y'.

      *    'Y' WHEN STARTUP FOUND A COMPLETE ENVELOPE ALREADY ON
      *    STAGING - A FINALIZE DIED LAST TIME; THE BUILD IS SKIPPED
           05  WS-DETAILS-WRITTEN      PIC 9(07)  VALUE ZERO.
           05  WS-BIC-GROUPS           PIC 9(02)  VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-GROUP-LEGACY         PIC 9(07)  VALUE ZERO.
           05  WS-GROUP-MBI            PIC 9(07)  VALUE ZERO.
           05  WS-DETAILS-LEGACY       PIC 9(07)  VALUE ZERO.
           05  WS-DETAILS-MBI          PIC 9(07)  VALUE ZERO.
           05  WS-TERMINATED-SKIPPED   PIC 9(09)  VALUE ZERO.
           05  WS-DUPLICATES-SKIPPED   PIC 9(09)  VALUE ZERO.
           05  WS-EXPEDITED-SKIPPED    PIC 9(09)  VALUE ZERO.
           05  WS-FINAL-DETAILS        PIC 9(07)  VALUE ZERO.
           05  WS-ACK-APPLIED          PIC 9(09)  VALUE ZERO.
           05  WS-ACK-ALREADY-DONE     PIC 9(09)  VALUE ZERO.
           05  WS-CANCELS-STAGED       PIC 9(05)  VALUE ZERO.
           05  WS-CANCELS-WAITING      PIC 9(05)  VALUE ZERO.
           05  WS-FINAL-CANCELS        PIC 9(05)  VALUE ZERO.
           05  WS-CANCELS-MARKED       PIC 9(09)  VALUE ZERO.
           05  WS-HIST-RECORDED        PIC 9(09)  VALUE ZERO.
           05  WS-HIST-ALREADY-DONE    PIC 9(09)  VALUE ZERO.
           05  WS-HIST-NO-RRB-HIC      PIC 9(09)  VALUE ZERO.

      *    THE CANCEL SWEEP'S WALK DOWN A SUPERSESSION CHAIN - THE
      *    RRB HIC REACHED SO FAR, THE HOPS TAKEN (A CHAIN LONGER
      *    THAN WS-CHAIN-MAX IS TREATED AS UNRESOLVED) AND THE SSA
      *    HIC AT ITS END.

       01  WS-CHAIN-HIC            PIC X(12)  VALUE SPACE.
       01  WS-CHAIN-HOPS           PIC 9(02)  VALUE ZERO.
       01  WS-CHAIN-MAX            PIC 9(02)  VALUE 10.
       01  WS-CHAIN-SSA-HIC        PIC X(11)  VALUE SPACE.

       01  WS-TRANS-DATE           PIC X(08)  VALUE SPACE.

      *    THE ENVELOPE STAMPS OF THE SEGMENT THE HISTORY PASS IS IN,
      *    TAKEN FROM ITS XH AS STAGING IS READ BACK.

       01  WS-HIST-ENVELOPE.
           05  WS-HIST-SEND-DATE       PIC X(08).
           05  WS-HIST-SEQUENCE        PIC 9(04).
           05  WS-HIST-SEGMENT         PIC 9(03).
           05  WS-HIST-SEGMENT-COUNT   PIC 9(03).
           05  WS-HIST-RETRANS-IND     PIC X(01).

      *    THE BUSINESS DATE, RESOLVED THROUGH GETBDATE. THE
      *    DUPLICATE GUARD AND THE AK-SENT-DATE STAMP BOTH KEY ON
      *    IT, NOT THE WALL CLOCK - A RERUN AFTER A MESSY NIGHT
       01  WS-STG-LAST-TYPE        PIC X(02)  VALUE SPACE.
       01  WS-STG-DETAILS          PIC 9(07)  VALUE ZERO.
       01  WS-STG-TRL-TOTAL        PIC 9(07)  VALUE ZERO.
       01  WS-STG-SEGMENTS         PIC 9(03)  VALUE ZERO.
       01  WS-STG-SET-COUNT        PIC 9(03)  VALUE ZERO.

      *    THE MBI AND PROSPECTIVE ATTEMPT COUNT FOR THE DETAIL BEING
      *    BUILT - FETCHED READ-ONLY FROM THE ACKNOWLEDGMENT MASTER;
       01  WS-CURRENT-MBI          PIC X(11)  VALUE SPACE.
       01  WS-CURRENT-ATTEMPTS     PIC 9(02)  VALUE ZERO.

      *    THE MBI-PRIMARY CUTOVER. THE DEFAULT DATE NEVER ARRIVES,
      *    SO A SITE WITH NO MBICUTOVER ROW KEEPS THE LEGACY FORM.
      *    THE SWITCH IS SET ONCE AT STARTUP FROM THE CYCLE DATE.

       01  WS-MBI-CUTOVER-DATE     PIC X(08)  VALUE '99999999'.
       01  WS-MBI-PRIMARY-SWITCH   PIC X(01)  VALUE 'N'.
           88  MBI-PRIMARY-ACTIVE             VALUE 'Y'.

      *    THE MASTER'S MBI FOR THE DETAIL BEING STAGED - SPACES
      *    WHEN THERE IS NONE OR IT FAILS MBIEDIT, WHICH KEEPS THE
      *    DETAIL IN THE LEGACY FORM.

       01  WS-PRIMARY-MBI          PIC X(11)  VALUE SPACE.

      *    PARAMETERS FOR GETPARM - SAME LAYOUT AS GETPARM'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-GETPARM-PARAMETERS.
           05  PM-NAME                 PIC  X(12).
           05  PM-DEFAULT              PIC  X(16).
           05  PM-VALUE                PIC  X(16).
           05  PM-NUMERIC-VALUE        PIC  9(12).
           05  PM-SOURCE               PIC  X(01).
           05  PM-RETURN-CODE          PIC  9(02).

      *    PARAMETERS FOR MBIEDIT - SAME LAYOUT AS MBIEDIT'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-MBIEDIT-PARAMETERS.
           05  ME-MBI                  PIC  X(11).
           05  ME-VALID                PIC  X(01).
               88  ME-MBI-VALID                    VALUE 'Y'.
           05  ME-FAIL-POSITION        PIC  9(02).

       01  WS-ROW-TERMINATED       PIC X(01)  VALUE 'N'.
       01  WS-ROW-DUPLICATE        PIC X(01)  VALUE 'N'.

           05  WR-SOURCE           PIC X(03).
           05  WR-ENT-DATE         PIC X(08).
           05  WR-CLAIM-TYPE       PIC X(02).
           05  WR-BENE-TYPE        PIC X(02).
           05  WR-BIRTH-DATE       PIC X(08).

      *    'Y' UNDER THE XMITRSND ENVIRONMENT SWITCH - THE EXPLICIT
      *    OPERATOR OVERRIDE FOR A DELIBERATE FULL RESEND. WITHOUT
           05  WS-RPT-DATE         PIC X(08).
           05  FILLER              PIC X(11)  VALUE '  SEQUENCE '.
           05  WS-RPT-SEQ          PIC 9(04).
           05  FILLER              PIC X(10)  VALUE '  SEGMENT '.
           05  WS-RPT-SEG          PIC 9(03).
           05  FILLER              PIC X(04)  VALUE ' OF '.
           05  WS-RPT-SEG-COUNT    PIC 9(03).
           05  FILLER              PIC X(13)  VALUE SPACE.

       01  WS-RPT-SEG-LINE.
           05  FILLER              PIC X(16)  VALUE 'SEGMENT DETAILS '.
           05  WS-RPT-SEG-DETAILS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(08)  VALUE '  BYTES '.
           05  WS-RPT-SEG-BYTES    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(07)  VALUE '  FILE '.
           05  WS-RPT-SEG-FILE     PIC X(08).
           05  FILLER              PIC X(19)  VALUE SPACE.

       01  WS-RPT-BIC-LINE.
           05  FILLER              PIC X(06)  VALUE 'BIC '.
           05  WS-RPT-BIC          PIC X(02).
           05  FILLER              PIC X(08)  VALUE '  COUNT '.
           05  WS-RPT-BIC-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  HIC FORM '.
           05  WS-RPT-BIC-LEGACY   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE '  MBI FORM '.
           05  WS-RPT-BIC-MBI      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(21)  VALUE SPACE.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER              PIC X(16)  VALUE 'TOTAL DETAILS   '.
           05  WS-RPT-GROUPS       PIC ZZ9.
           05  FILLER              PIC X(42)  VALUE SPACE.

       01  WS-RPT-CANCEL-LINE.
           05  FILLER              PIC X(27)  VALUE
               'CANCEL-AND-REPLACE NOTICES '.
           05  WS-RPT-CXL-COUNT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(47)  VALUE SPACE.


      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
           05  MJ-SOURCE-PGM           PIC  X(08).
           05  MJ-RECORD-IMAGE         PIC  X(135).

      *    PARAMETERS FOR DSCLWRT - SAME LAYOUT AS DSCLWRT'S OWN
      *    LINKAGE SECTION. EVERY DETAIL THE FINALIZE RECORDS ON THE
      *    SEND HISTORY IS ALSO A DISCLOSURE TO SSA.

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

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.

      *    ON A NON-TRANSMISSION DAY THE SAME JUDGMENT RUNS, BUT
      *    EVERY SURVIVING DETAIL LANDS ON THE PENDING DATASET - THERE
      *    IS NO SORT, NO STAGING AND NO FINALIZE.

           IF NOT SSA-TRANSMISSION-DAY
              PERFORM 2000-RELEASE-ACCEPTED
                 THRU 2000-EXIT
              PERFORM 4500-REPORT-ACCUMULATION
                 THRU 4500-EXIT
              PERFORM 4600-CLEAR-REQUEUE
                 THRU 4600-EXIT
              PERFORM 8000-TERMINATE
                 THRU 8000-EXIT
              STOP RUN
           END-IF.

      *    DUPLICATES IN ORDER KEEPS TONIGHT'S ROW AHEAD OF AN OLDER
      *    ACCUMULATED ROW FOR THE SAME SSA HIC - THE BUILD SENDS THE
      *    FIRST AND DROPS THE REST.

           IF NOT RESUME-STAGING
              SORT SORT-WORK-1 ASCENDING SORT-BIC
                                         SORT-SSA-HIC
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS 2000-RELEASE-ACCEPTED
                              THRU 2000-EXIT
                 OUTPUT PROCEDURE IS 3000-BUILD-STAGING
           PERFORM 1200-LOAD-HOLD-TABLE
              THRU 1200-EXIT.

           PERFORM 1300-LOAD-CATEGORY-TABLE
              THRU 1300-EXIT.

           PERFORM 1400-JUDGE-TRANSMISSION-DAY
              THRU 1400-EXIT.

           PERFORM 1500-LOAD-MBI-CUTOVER
              THRU 1500-EXIT.

           PERFORM 1600-LOAD-SEGMENT-LIMITS
              THRU 1600-EXIT.

           PERFORM 1700-LOAD-STAGE-WINDOW
              THRU 1700-EXIT.

           MOVE 'RRBXMIT '            TO MJ-SOURCE-PGM.
           MOVE 'ACKMAST '            TO MJ-FILE-ID.

           IF  WS-TEST-MODE-ON
               MOVE  'ACKMASTT'          TO  WS-ACKMAST-DSN
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
               MOVE  'OUTCMSTT'          TO  WS-OUTCMAST-DSN
               MOVE  'EXPLOGT '          TO  WS-EXPLOG-DSN
               MOVE  'XMTHISTT'          TO  WS-XMTHIST-DSN
               MOVE  'STAGENTT'          TO  WS-STAGENT-DSN
           ELSE
               MOVE  'ACKMAST '          TO  WS-ACKMAST-DSN
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
               MOVE  'OUTCMAST'          TO  WS-OUTCMAST-DSN
               MOVE  'EXPLOG  '          TO  WS-EXPLOG-DSN
               MOVE  'XMTHIST '          TO  WS-XMTHIST-DSN
               MOVE  'STAGENT '          TO  WS-STAGENT-DSN
           END-IF.

      *    THE GATE NEEDS BOTH THE SITE LIST AND THE OUTCOME MASTER.
      *    A LIST WITH NO MASTER TO JUDGE AGAINST IS SAID ALOUD AND
      *    THE BUILD RUNS UNGATED RATHER THAN WITHHOLDING EVERYONE.

           IF WS-XCAT-COUNT > ZERO
              OPEN INPUT OUTCOME-MASTER-FILE
              IF OM-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-OUTC-AVAILABLE
                 MOVE 'Y' TO WS-CAT-GATE-ACTIVE
              ELSE
                 DISPLAY 'RRBXMIT,UNABLE TO OPEN OUTCOME-MASTER-FILE,'
                         OM-FILE-STATUS ',CATEGORY GATE SKIPPED'
              END-IF
           END-IF.

           OPEN INPUT HIC-XREF-FILE.
              MOVE 'N' TO WS-XREF-AVAILABLE
           END-IF.

           OPEN INPUT EXP-LOG-FILE.

           IF EL-FILE-STATUS = '00'
              MOVE 'Y' TO WS-EXPLOG-AVAILABLE
              MOVE 'EXPCOVRDAYS '     TO PM-NAME
              MOVE '14'               TO PM-DEFAULT
              CALL 'GETPARM' USING WS-GETPARM-PARAMETERS
              IF PM-NUMERIC-VALUE < 1000
                 MOVE PM-NUMERIC-VALUE TO WS-EXP-COVER-DAYS
              ELSE
                 DISPLAY 'RRBXMIT,EXPCOVRDAYS OVER 999,14 USED'
              END-IF
           END-IF.

      *    SAME CREATE-IF-FIRST-RUN SHAPE AS RRBTOSSA'S
      *    0300-OPEN-XREF.

               OPEN I-O    ACK-MASTER-FILE
           END-IF.

      *    THE SAME FOR THE STAGED-ENTITLEMENT MASTER. ONE THAT STILL
      *    WILL NOT OPEN IS SAID ALOUD AND THE BUILD RUNS AS IT DID
      *    BEFORE STAGING - NOTHING STAGED, NOTHING RELEASED.

           OPEN I-O STAGED-ENT-FILE.

           IF  SE-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT STAGED-ENT-FILE
               CLOSE       STAGED-ENT-FILE
               OPEN I-O    STAGED-ENT-FILE
           END-IF.

           IF SE-FILE-STATUS = '00'
              MOVE 'Y' TO WS-STAGE-AVAILABLE
           ELSE
              DISPLAY 'RRBXMIT,UNABLE TO OPEN STAGED-ENT-FILE,'
                      SE-FILE-STATUS ',ENTITLEMENT STAGING SKIPPED'
           END-IF.

      *    THE SEQUENCE IS ONLY READ HERE - IT IS COMMITTED BY THE
      *    FINALIZE PASS, AFTER THE ENVELOPE HAS CLOSED CLEAN. AN
      *    ABENDED BUILD NO LONGER BURNS A NUMBER.
           PERFORM 1100-CHECK-STAGING
              THRU 1100-EXIT.

      *    A RESUMED FINALIZE FINISHES A BUILD THAT WAS ALREADY MADE
      *    ON A TRANSMISSION DAY - IT IS NEVER TURNED INTO AN
      *    ACCUMULATION.

           IF RESUME-STAGING
              MOVE 'Y'                 TO WS-XMIT-DAY-SWITCH
           END-IF.

           IF  NOT RESUME-STAGING
           AND SSA-TRANSMISSION-DAY
              OPEN OUTPUT XMIT-STG-FILE
              OPEN OUTPUT ACK-WORK-FILE
              PERFORM 3450-WRITE-SEGMENT-HEADER
                 THRU 3450-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *    LOOKS AT WHATEVER IS SITTING ON THE STAGING DATASET. A
      *    COMPLETE ENVELOPE (THE XE MARK LAST, ONE XH PER SEGMENT IT
      *    COUNTS, AND TRAILER TOTALS THAT ADD UP TO THE DETAILS)
      *    UNDER THE UNCOMMITTED NEXT SEQUENCE IS A
      *    FINALIZE THAT DIED - RESUME IT. THE SAME ENVELOPE UNDER
      *    THE ALREADY-COMMITTED SEQUENCE IS A FINALIZE THAT DIED
      *    AFTER THE COMMIT - ONLY THE STAGING CLEAR IS OWED.
                                         WS-STG-LAST-TYPE.
           MOVE ZERO                  TO WS-STG-SEQUENCE
                                         WS-STG-DETAILS
                                         WS-STG-TRL-TOTAL
                                         WS-STG-SEGMENTS
                                         WS-STG-SET-COUNT.
           MOVE 'N'                   TO NO-MORE-STAGING.

           PERFORM UNTIL END-OF-STAGING
                   MOVE XH-RECORD-TYPE TO WS-STG-LAST-TYPE
                   EVALUATE XH-RECORD-TYPE
                     WHEN 'XH'
                       ADD 1           TO WS-STG-SEGMENTS
                       IF WS-STG-FIRST-TYPE = SPACE
                          MOVE 'XH'    TO WS-STG-FIRST-TYPE
                          MOVE XH-SEQUENCE
                                       TO WS-STG-SEQUENCE
                       END-IF
                     WHEN 'XD'
                     WHEN 'XM'
                       ADD 1           TO WS-STG-DETAILS
                     WHEN 'XT'
                       ADD XT-TOTAL    TO WS-STG-TRL-TOTAL
                     WHEN 'XE'
                       MOVE XE-SEGMENT-COUNT
                                       TO WS-STG-SET-COUNT
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
      *    ENVELOPE AND BURN ANOTHER NUMBER.

           EVALUATE TRUE
             WHEN WS-STG-LAST-TYPE NOT = 'XE'
               OR WS-STG-TRL-TOTAL NOT = WS-STG-DETAILS
               OR WS-STG-SET-COUNT NOT = WS-STG-SEGMENTS
               DISPLAY 'RRBXMIT,STALE OR INCOMPLETE STAGING '
                       'DISCARDED,SEQUENCE,' WS-STG-SEQUENCE
                       ',DETAILS,' WS-STG-DETAILS
                       'SEQUENCE,' WS-STG-SEQUENCE
                       ',RESUMING FINALIZE'
               SET  RESUME-STAGING     TO TRUE
               MOVE WS-STG-SEGMENTS    TO WS-SEGMENT-COUNT
             WHEN WS-STG-SEQUENCE = WS-SEQUENCE - 1
               DISPLAY 'RRBXMIT,FINALIZED STAGED ENVELOPE FOUND,'
                       'SEQUENCE,' WS-STG-SEQUENCE
       1200-EXIT.
           EXIT.

      *    LOADS THE SITE LIST OF TRANSMITTABLE STATUS CATEGORIES.
      *    AN ABSENT OR EMPTY LIST LEAVES THE GATE OFF.

       1300-LOAD-CATEGORY-TABLE.

           OPEN INPUT XMIT-CAT-FILE.

           IF XC-FILE-STATUS NOT = '00'
              CLOSE XMIT-CAT-FILE
              GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL CAT-FILE-EOF
               READ XMIT-CAT-FILE
                 AT END
                   MOVE 'Y' TO WS-CAT-FILE-EOF
                 NOT AT END
                   IF WS-XCAT-COUNT >= 50
                      DISPLAY 'RRBXMIT,XMITCAT ROWS EXCEED TABLE '
                              'MAX 50,ROW IGNORED,' XC-STATUS-CAT
                   ELSE
                      ADD 1            TO WS-XCAT-COUNT
                      MOVE XC-STATUS-CAT
                                       TO WS-XCAT-CAT (WS-XCAT-COUNT)
                      MOVE XC-TRANSMIT-FLAG
                                       TO WS-XCAT-FLAG (WS-XCAT-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XMIT-CAT-FILE.

           IF WS-XCAT-COUNT > ZERO
              DISPLAY 'RRBXMIT,TRANSMITTABLE CATEGORY LIST LOADED,'
                      WS-XCAT-COUNT
           END-IF.

       1300-EXIT.
           EXIT.

      *    LOADS THE SSA TRANSMISSION CALENDAR AND JUDGES TONIGHT'S
      *    CYCLE DATE. ON A NON-TRANSMISSION DAY THE NEXT OPEN DATE
      *    IS WORKED OUT FOR THE TRANSMITTAL, A MONTH AHEAD AT MOST.

       1400-JUDGE-TRANSMISSION-DAY.

           OPEN INPUT XMIT-CAL-FILE.

           IF XL-FILE-STATUS NOT = '00'
              CLOSE XMIT-CAL-FILE
           ELSE
              PERFORM UNTIL XCAL-FILE-EOF
                  READ XMIT-CAL-FILE
                    AT END
                      MOVE 'Y' TO WS-XCAL-FILE-EOF
                    NOT AT END
                      IF WS-XCAL-COUNT >= 100
                         DISPLAY 'RRBXMIT,XMITCAL ROWS EXCEED TABLE '
                                 'MAX 100,ROW IGNORED,' XL-DATE
                      ELSE
                         ADD 1         TO WS-XCAL-COUNT
                         MOVE XL-DATE  TO WS-XCAL-DATE (WS-XCAL-COUNT)
                         MOVE XL-OPEN-FLAG
                                       TO WS-XCAL-OPEN (WS-XCAL-COUNT)
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE XMIT-CAL-FILE
           END-IF.

           IF WS-CYCLE-DATE NOT NUMERIC
              DISPLAY 'RRBXMIT,CYCLE DATE NOT NUMERIC,'
                      WS-CYCLE-DATE ',TRANSMITTING'
              GO TO 1400-EXIT
           END-IF.

           MOVE WS-CYCLE-DATE         TO WS-XCAL-CHECK-DATE.
           PERFORM 1410-JUDGE-ONE-DATE
              THRU 1410-EXIT.

           IF WS-XCAL-CHECK-OPEN = 'Y'
              GO TO 1400-EXIT
           END-IF.

           MOVE 'N'                   TO WS-XMIT-DAY-SWITCH.

           COMPUTE WS-XCAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-XCAL-CHECK-DATE).
           MOVE ZERO                  TO WS-XCAL-DAYS-TRIED.
           MOVE 'N'                   TO WS-XCAL-CHECK-OPEN.

           PERFORM UNTIL WS-XCAL-CHECK-OPEN = 'Y'
                      OR WS-XCAL-DAYS-TRIED >= 31
               ADD 1                  TO WS-XCAL-DAY-INT
               ADD 1                  TO WS-XCAL-DAYS-TRIED
               COMPUTE WS-XCAL-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-XCAL-DAY-INT)
               PERFORM 1410-JUDGE-ONE-DATE
                  THRU 1410-EXIT
           END-PERFORM.

           IF WS-XCAL-CHECK-OPEN = 'Y'
              MOVE WS-XCAL-CHECK-DATE TO WS-NEXT-XMIT-DATE
           ELSE
              MOVE 'UNKNOWN '         TO WS-NEXT-XMIT-DATE
           END-IF.

           DISPLAY 'RRBXMIT,NOT AN SSA TRANSMISSION DAY,'
                   WS-CYCLE-DATE ',ACCUMULATING,NEXT TRANSMISSION,'
                   WS-NEXT-XMIT-DATE.

       1400-EXIT.
           EXIT.

      *    ONE DATE'S JUDGMENT - A DATED CALENDAR ROW DECIDES; OTHERWISE
      *    THE BUSINESS-DAY CALENDAR DOES. A DATE CMNBDCAL CANNOT
      *    JUDGE IS TREATED AS OPEN, SO A BAD CALENDAR NEVER HOLDS
      *    THE NIGHT'S DETAILS BACK SILENTLY.

       1410-JUDGE-ONE-DATE.

           PERFORM VARYING WS-XCAL-IDX FROM 1 BY 1
                     UNTIL WS-XCAL-IDX > WS-XCAL-COUNT
               IF WS-XCAL-DATE (WS-XCAL-IDX) = WS-XCAL-CHECK-DATE
                  IF WS-XCAL-OPEN (WS-XCAL-IDX) = 'Y'
                     MOVE 'Y'         TO WS-XCAL-CHECK-OPEN
                  ELSE
                     MOVE 'N'         TO WS-XCAL-CHECK-OPEN
                  END-IF
                  GO TO 1410-EXIT
               END-IF
           END-PERFORM.

           MOVE 'B'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE WS-XCAL-CHECK-DATE    TO CAL-DATE-1.
           MOVE ZERO                  TO CAL-DATE-2.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.

           IF CAL-RESULT-FLAG = 'N'
              MOVE 'N'                TO WS-XCAL-CHECK-OPEN
           ELSE
              MOVE 'Y'                TO WS-XCAL-CHECK-OPEN
           END-IF.

       1410-EXIT.
           EXIT.

      *    THE MBI-PRIMARY CUTOVER DATE FROM SITEPARM. A ROW THAT IS
      *    NOT A DATE IS SAID ALOUD AND THE BUILD STAYS LEGACY - A
      *    BAD ROW MUST NOT FLIP THE FORMAT EARLY. THE CYCLE DATE,
      *    NOT THE WALL CLOCK, DECIDES WHICH SIDE OF IT TONIGHT IS.

       1500-LOAD-MBI-CUTOVER.

           MOVE 'MBICUTOVER  '        TO PM-NAME.
           MOVE '99999999'            TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.

           IF PM-VALUE (1:8) NUMERIC
              MOVE PM-VALUE (1:8)     TO WS-MBI-CUTOVER-DATE
           ELSE
              DISPLAY 'RRBXMIT,MBICUTOVER NOT A DATE,'
                      'LEGACY FORM KEPT'
           END-IF.

           IF  WS-CYCLE-DATE NUMERIC
           AND WS-CYCLE-DATE NOT < WS-MBI-CUTOVER-DATE
               MOVE 'Y'               TO WS-MBI-PRIMARY-SWITCH
           END-IF.

       1500-EXIT.
           EXIT.

      *    THE SSA SUBMISSION LIMITS FROM SITEPARM. NO ROW, OR ZERO,
      *    LEAVES THAT LIMIT OFF - ONE SEGMENT, WHATEVER THE SIZE.

       1600-LOAD-SEGMENT-LIMITS.

           MOVE 'XMITMAXDTL  '        TO PM-NAME.
           MOVE '0'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.

           IF PM-NUMERIC-VALUE < 10000000
              MOVE PM-NUMERIC-VALUE   TO WS-MAX-SEG-DETAILS
           ELSE
              DISPLAY 'RRBXMIT,XMITMAXDTL OVER 9999999,'
                      'NO DETAIL LIMIT'
           END-IF.

           MOVE 'XMITMAXBYTE '        TO PM-NAME.
           MOVE '0'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           MOVE PM-NUMERIC-VALUE      TO WS-MAX-SEG-BYTES.

           IF WS-MAX-SEG-DETAILS > ZERO
           OR WS-MAX-SEG-BYTES   > ZERO
              DISPLAY 'RRBXMIT,SEGMENT LIMITS,DETAILS,'
                      WS-MAX-SEG-DETAILS ',BYTES,' WS-MAX-SEG-BYTES
           END-IF.

       1600-EXIT.
           EXIT.

      *    THE ENTITLEMENT STAGING WINDOW FROM SITEPARM. NO ROW, OR
      *    ZERO, STAGES NOTHING; A WINDOW PAST 9999 DAYS IS SAID ALOUD
      *    AND STAGES NOTHING EITHER RATHER THAN GUESS.

       1700-LOAD-STAGE-WINDOW.

           MOVE 'STGENTDAYS  '        TO PM-NAME.
           MOVE '0'                   TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.

           IF PM-NUMERIC-VALUE < 10000
              MOVE PM-NUMERIC-VALUE   TO WS-STAGE-WINDOW-DAYS
           ELSE
              DISPLAY 'RRBXMIT,STGENTDAYS OVER 9999,'
                      'NOTHING STAGED'
           END-IF.

           IF WS-STAGE-WINDOW-DAYS > ZERO
              DISPLAY 'RRBXMIT,ENTITLEMENT STAGING WINDOW,'
                      WS-STAGE-WINDOW-DAYS ',DAYS'
           END-IF.

           IF WS-CYCLE-DATE NUMERIC
              MOVE WS-CYCLE-DATE      TO WS-STAGE-CYCLE-DATE
              COMPUTE WS-STAGE-CYCLE-INT =
                  FUNCTION INTEGER-OF-DATE (WS-STAGE-CYCLE-DATE)
           END-IF.

       1700-EXIT.
           EXIT.

      *    FEEDS THE SORT WITH THE NIGHT'S ACCEPTED ROWS, KEYED BY
      *    THE TWO-BYTE BIC IN POSITIONS 10-11 OF THE SSA HIC. THE
      *    DRIVER'S 'TRL' BALANCE RECORD IS A CONTROL ROW, NOT A
       2000-RELEASE-ACCEPTED.

           OPEN OUTPUT HELD-OUT-FILE.
           OPEN OUTPUT CAT-HELD-FILE.
           OPEN OUTPUT PENDING-OUT-FILE.

           PERFORM 2400-RELEASE-CARRYOVER
              THRU 2400-EXIT.

       2090-WRAP-UP.

      *    THE ACCUMULATED DETAILS GO IN LAST, BEHIND TONIGHT'S ROWS,
      *    SO A NEWER ROW FOR THE SAME SSA HIC IS THE ONE SENT.

           MOVE 'Y'                   TO WS-RELEASING-BEHIND.

           PERFORM 2600-RELEASE-PENDING
              THRU 2600-EXIT.

           PERFORM 2650-RELEASE-REQUEUED
              THRU 2650-EXIT.

           PERFORM 2800-RELEASE-STAGED
              THRU 2800-EXIT.

           CLOSE HELD-OUT-FILE
                 CAT-HELD-FILE
                 PENDING-OUT-FILE.

       2000-EXIT.
           EXIT.
              GO TO 2050-EXIT
           END-IF.

           IF WS-ROW-DUPLICATE = 'E'
              ADD 1                   TO WS-EXPEDITED-SKIPPED
              GO TO 2050-EXIT
           END-IF.

      *    THE ELIGIBILITY GATE - AHEAD OF THE HOLD SCREEN, SO A
      *    WITHHELD BENEFICIARY IS NEVER PARKED ON THE CARRYOVER TO
      *    GO OUT LATER WHEN THE EMBARGO LIFTS.

           PERFORM 2500-CHECK-CATEGORY
              THRU 2500-EXIT.

           IF WS-ROW-CAT-HELD = 'Y'
              GO TO 2050-EXIT
           END-IF.

      *    THE STAGING SCREEN - AN ENTITLEMENT STILL FURTHER OFF THAN
      *    THE WINDOW WAITS ON STAGENT, AHEAD OF THE HOLD SCREEN, SO
      *    IT IS JUDGED AGAINST WHATEVER HOLDS STAND WHEN IT RELEASES.

           PERFORM 2700-CHECK-FUTURE-ENTITLEMENT
              THRU 2700-EXIT.

           IF WS-ROW-STAGED = 'Y'
              GO TO 2050-EXIT
           END-IF.

      *    THE HOLD SCREEN - A DETAIL FOR AN EMBARGOED BIC GOES TO
      *    THE CARRYOVER, NOT THE ENVELOPE.

              MOVE WR-RRB-HIC         TO HO-RRB-HIC
              MOVE WR-ENT-DATE        TO HO-ENT-DATE
              MOVE WR-CLAIM-TYPE      TO HO-CLAIM-TYPE
              MOVE WR-BENE-TYPE       TO HO-BENE-TYPE
              MOVE WR-BIRTH-DATE      TO HO-BIRTH-DATE
              WRITE HELD-OUT-REC
              ADD 1                   TO WS-ROWS-HELD
              ADD 1 TO WS-HLD-HELD-TONIGHT (WS-HELD-MATCH)
              GO TO 2050-EXIT
           END-IF.

      *    NOT A TRANSMISSION DAY - THE DETAIL WAITS ON THE PENDING
      *    DATASET, KEEPING THE DATE IT WAS FIRST ACCUMULATED.

           IF NOT SSA-TRANSMISSION-DAY
              MOVE WR-SSA-HIC (10:2)  TO PO-BIC
              MOVE WR-SSA-HIC         TO PO-SSA-HIC
              MOVE WR-RRB-HIC         TO PO-RRB-HIC
              MOVE WR-ENT-DATE        TO PO-ENT-DATE
              MOVE WR-CLAIM-TYPE      TO PO-CLAIM-TYPE
              MOVE WR-BENE-TYPE       TO PO-BENE-TYPE
              MOVE WR-BIRTH-DATE      TO PO-BIRTH-DATE
              IF WS-ROW-ACCUM-DATE = SPACE
                 MOVE WS-CYCLE-DATE   TO PO-ACCUM-DATE
              ELSE
                 MOVE WS-ROW-ACCUM-DATE
                                      TO PO-ACCUM-DATE
              END-IF
              WRITE PENDING-OUT-REC
              ADD 1                   TO WS-ROWS-ACCUMULATED
              GO TO 2050-EXIT
           END-IF.

           MOVE WR-SSA-HIC (10:2)     TO SORT-BIC.
           MOVE WR-SSA-HIC            TO SORT-SSA-HIC.
           MOVE WR-RRB-HIC            TO SORT-RRB-HIC.
           MOVE WR-ENT-DATE           TO SORT-ENT-DATE.
           MOVE WR-CLAIM-TYPE         TO SORT-CLAIM-TYPE.
           MOVE WR-BENE-TYPE          TO SORT-BENE-TYPE.
           MOVE WR-BIRTH-DATE         TO SORT-BIRTH-DATE.
           RELEASE SORT-RECORD-1.

           PERFORM 2060-COUNT-BIC-ROWS
              THRU 2060-EXIT.

       2050-EXIT.
           EXIT.

      *    ONE MORE ROW FOR THIS BIC - THE GROUP SIZE THE SEGMENT
      *    CHECK LOOKS UP WHEN THE GROUP OPENS.

       2060-COUNT-BIC-ROWS.

           MOVE ZERO                  TO WS-BSZ-MATCH.
           PERFORM VARYING WS-BSZ-IDX FROM 1 BY 1
                     UNTIL WS-BSZ-IDX > WS-BSZ-COUNT
               IF WS-BSZ-BIC (WS-BSZ-IDX) = SORT-BIC
                  MOVE WS-BSZ-IDX     TO WS-BSZ-MATCH
                  MOVE WS-BSZ-COUNT   TO WS-BSZ-IDX
               END-IF
           END-PERFORM.

           IF WS-BSZ-MATCH > ZERO
              ADD 1                   TO WS-BSZ-ROWS (WS-BSZ-MATCH)
              GO TO 2060-EXIT
           END-IF.

           IF WS-BSZ-COUNT >= 200
              GO TO 2060-EXIT
           END-IF.

           ADD 1                      TO WS-BSZ-COUNT.
           MOVE SORT-BIC              TO WS-BSZ-BIC (WS-BSZ-COUNT).
           MOVE 1                     TO WS-BSZ-ROWS (WS-BSZ-COUNT).

       2060-EXIT.
           EXIT.

      *    LAST BUILD'S CARRYOVER. A ROW WHOSE BIC IS STILL HELD IS
      *    CARRIED FORWARD AGAIN; A RELEASED ROW RE-ENTERS THE BUILD
      *    THROUGH THE SAME JUDGMENT EVERY FRESH ROW GETS.
              MOVE HI-RRB-HIC         TO HO-RRB-HIC
              MOVE HI-ENT-DATE        TO HO-ENT-DATE
              MOVE HI-CLAIM-TYPE      TO HO-CLAIM-TYPE
              MOVE HI-BENE-TYPE       TO HO-BENE-TYPE
              MOVE HI-BIRTH-DATE      TO HO-BIRTH-DATE
              WRITE HELD-OUT-REC
              ADD 1                   TO WS-ROWS-CARRIED
              ADD 1 TO WS-HLD-HELD-TONIGHT (WS-HELD-MATCH)
           MOVE HI-SSA-HIC            TO WR-SSA-HIC.
           MOVE HI-ENT-DATE           TO WR-ENT-DATE.
           MOVE HI-CLAIM-TYPE         TO WR-CLAIM-TYPE.
           MOVE HI-BENE-TYPE          TO WR-BENE-TYPE.
           MOVE HI-BIRTH-DATE         TO WR-BIRTH-DATE.
           ADD 1                      TO WS-ROWS-RELEASED.

           PERFORM 2050-RELEASE-ONE-ROW
       2410-EXIT.
           EXIT.

      *    THE DETAILS ACCUMULATED ON EARLIER NON-TRANSMISSION DAYS.
      *    EACH GOES THROUGH THE SAME JUDGMENT AS A FRESH ROW - A
      *    BENEFICIARY CAN BE TERMINATED OR RECATEGORIZED WHILE IT
      *    WAITS - AND EITHER JOINS TONIGHT'S BUILD OR, ON ANOTHER
      *    CLOSED DAY, GOES BACK ON THE PENDING DATASET.

       2600-RELEASE-PENDING.

           OPEN INPUT PENDING-IN-FILE.

           IF PI-FILE-STATUS NOT = '00'
              CLOSE PENDING-IN-FILE
              GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL END-OF-PENDING-IN
               READ PENDING-IN-FILE
                 AT END
                   MOVE 'Y'            TO WS-NO-MORE-PENDING
                 NOT AT END
                   MOVE SPACE          TO WS-ROW-WORK
                   MOVE PI-RRB-HIC     TO WR-RRB-HIC
                   MOVE PI-SSA-HIC     TO WR-SSA-HIC
                   MOVE PI-ENT-DATE    TO WR-ENT-DATE
                   MOVE PI-CLAIM-TYPE  TO WR-CLAIM-TYPE
                   MOVE PI-BENE-TYPE   TO WR-BENE-TYPE
                   MOVE PI-BIRTH-DATE  TO WR-BIRTH-DATE
                   MOVE PI-ACCUM-DATE  TO WS-ROW-ACCUM-DATE
                   IF SSA-TRANSMISSION-DAY
                      ADD 1            TO WS-PENDING-RELEASED
                      IF WS-OLDEST-ACCUM-DATE = SPACE
                      OR PI-ACCUM-DATE < WS-OLDEST-ACCUM-DATE
                         MOVE PI-ACCUM-DATE
                                       TO WS-OLDEST-ACCUM-DATE
                      END-IF
                   END-IF
                   PERFORM 2050-RELEASE-ONE-ROW
                      THRU 2050-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACE                 TO WS-ROW-ACCUM-DATE.

           CLOSE PENDING-IN-FILE.

       2600-EXIT.
           EXIT.

      *    RRBTERM'S QUEUE OF BENEFICIARIES WHOSE TERMINATION WAS
      *    REVERSED. EACH IS JUDGED LIKE ANY OTHER ROW - IT MAY HAVE
      *    BEEN TERMINATED AGAIN SINCE - AND ON A CLOSED DAY GOES TO
      *    THE PENDING DATASET, SO THE QUEUE ITSELF CAN BE EMPTIED.

       2650-RELEASE-REQUEUED.

           MOVE 'Y'                   TO WS-REQUEUE-TAKEN.

           OPEN INPUT REQUEUE-FILE.

           IF RQ-FILE-STATUS NOT = '00'
              CLOSE REQUEUE-FILE
              GO TO 2650-EXIT
           END-IF.

           PERFORM UNTIL END-OF-REQUEUE
               READ REQUEUE-FILE
                 AT END
                   MOVE 'Y'            TO WS-NO-MORE-REQUEUE
                 NOT AT END
                   MOVE SPACE          TO WS-ROW-WORK
                   MOVE RQ-RRB-HIC     TO WR-RRB-HIC
                   MOVE RQ-SSA-HIC     TO WR-SSA-HIC
                   MOVE RQ-ENT-DATE    TO WR-ENT-DATE
                   MOVE RQ-CLAIM-TYPE  TO WR-CLAIM-TYPE
                   ADD 1               TO WS-REQUEUE-RELEASED
                   PERFORM 2050-RELEASE-ONE-ROW
                      THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE REQUEUE-FILE.

       2650-EXIT.
           EXIT.

       2300-RELEASE-STREAM-1.

           OPEN INPUT STREAM-OUT-1.
               END-IF
           END-READ.

           IF  WS-ROW-DUPLICATE = 'N'
           AND WS-EXPLOG-AVAILABLE = 'Y'
           AND AK-FILE-STATUS = '00'
           AND (AK-PENDING OR AK-ACCEPTED)
               PERFORM 2250-CHECK-EXPEDITED
                  THRU 2250-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *    THE EXPEDITED GUARD. THE ACKMAST RECORD JUST READ IS STILL
      *    CARRYING THE SEND EXPLOG RECORDS - SAME SENT DATE - AND
      *    THAT SEND IS INSIDE THE WINDOW: THE ROW IS MARKED 'E' SO
      *    THE CALLER COUNTS IT APART FROM TONIGHT'S OWN DUPLICATES.

       2250-CHECK-EXPEDITED.

           MOVE WR-SSA-HIC            TO EL-SSA-HIC.

           READ EXP-LOG-FILE
             INVALID KEY
               GO TO 2250-EXIT
           END-READ.

           IF EL-SENT-DATE NOT = AK-SENT-DATE
           OR EL-SENT-DATE NOT NUMERIC
           OR WS-CYCLE-DATE NOT NUMERIC
              GO TO 2250-EXIT
           END-IF.

           MOVE EL-SENT-DATE          TO WS-EXP-SENT-DATE.
           MOVE WS-CYCLE-DATE         TO WS-EXP-CYCLE-DATE.
           COMPUTE WS-EXP-SENT-INT =
               FUNCTION INTEGER-OF-DATE (WS-EXP-SENT-DATE).
           COMPUTE WS-EXP-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE (WS-EXP-CYCLE-DATE).

           IF WS-EXP-CYCLE-INT - WS-EXP-SENT-INT
                                    NOT > WS-EXP-COVER-DAYS
              MOVE 'E'                TO WS-ROW-DUPLICATE
              DISPLAY 'RRBXMIT,ALREADY SENT EXPEDITED,'
                      EL-SENT-DATE ',SEQUENCE,' EL-SEQUENCE
           END-IF.

       2250-EXIT.
           EXIT.

      *    THE CATEGORY GATE. THE OUTCOME MASTER'S CURRENT SET IS
      *    LAST NIGHT'S COMPL001 JUDGMENT OF THIS BENEFICIARY. AN
      *    UNCATEGORIZED STATUS (RETURN INDICATOR OTHER THAN 'A') OR
      *    A CATEGORY NOT FLAGGED 'Y' ON THE SITE LIST IS WITHHELD.
      *    A HIC WITH NO OUTCOME RECORD IS NOT SCREENED OUT HERE -
      *    THE SAME RULE THE TERMINATION SCREEN APPLIES TO A MISSING
      *    CROSSWALK RECORD.

       2500-CHECK-CATEGORY.

           MOVE 'N'                   TO WS-ROW-CAT-HELD.

           IF NOT CAT-GATE-ACTIVE
              GO TO 2500-EXIT
           END-IF.

           MOVE WR-RRB-HIC            TO OM-RRB-HIC.

           READ OUTCOME-MASTER-FILE
             INVALID KEY
               ADD 1                  TO WS-NO-OUTCOME
               GO TO 2500-EXIT
           END-READ.

           MOVE ZERO                  TO WS-XCAT-MATCH.

           IF OM-CUR-STAT-RET-CD = 'A'
              PERFORM VARYING WS-XCAT-IDX FROM 1 BY 1
                        UNTIL WS-XCAT-IDX > WS-XCAT-COUNT
                  IF WS-XCAT-CAT (WS-XCAT-IDX) = OM-CUR-STATUS-CAT
                     MOVE WS-XCAT-IDX    TO WS-XCAT-MATCH
                     MOVE WS-XCAT-COUNT  TO WS-XCAT-IDX
                  END-IF
              END-PERFORM
           END-IF.

           IF WS-XCAT-MATCH > ZERO
              IF WS-XCAT-FLAG (WS-XCAT-MATCH) = 'Y'
                 GO TO 2500-EXIT
              END-IF
           END-IF.

           MOVE 'Y'                   TO WS-ROW-CAT-HELD.

           MOVE SPACE                 TO CAT-HELD-REC.
           MOVE WR-RRB-HIC            TO CH-RRB-HIC.
           MOVE WR-SSA-HIC            TO CH-SSA-HIC.
           MOVE WR-SSA-HIC (10:2)     TO CH-BIC.
           MOVE OM-CUR-STATUS-CAT     TO CH-STATUS-CAT.
           MOVE OM-CUR-STAT-RET-CD    TO CH-STAT-RET-CD.
           MOVE OM-CUR-STATUS-IN      TO CH-STATUS-IN.
           MOVE OM-CUR-RUN-DATE       TO CH-OUTCOME-DATE.
           MOVE WS-CYCLE-DATE         TO CH-CYCLE-DATE.
           MOVE WR-SOURCE             TO CH-SOURCE.
           WRITE CAT-HELD-REC.

           ADD 1                      TO WS-ROWS-CAT-HELD.

           MOVE ZERO                  TO WS-XCAT-MATCH.
           PERFORM VARYING WS-XCAT-IDX FROM 1 BY 1
                     UNTIL WS-XCAT-IDX > WS-CWH-COUNT
               IF WS-CWH-CAT (WS-XCAT-IDX) = OM-CUR-STATUS-CAT
                  MOVE WS-XCAT-IDX    TO WS-XCAT-MATCH
                  MOVE WS-CWH-COUNT   TO WS-XCAT-IDX
               END-IF
           END-PERFORM.

           IF WS-XCAT-MATCH = ZERO
              IF WS-CWH-COUNT < 50
                 ADD 1                TO WS-CWH-COUNT
                 MOVE WS-CWH-COUNT    TO WS-XCAT-MATCH
                 MOVE OM-CUR-STATUS-CAT
                                      TO WS-CWH-CAT (WS-XCAT-MATCH)
                 MOVE ZERO            TO WS-CWH-WITHHELD
                                                     (WS-XCAT-MATCH)
              ELSE
                 GO TO 2500-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-CWH-WITHHELD (WS-XCAT-MATCH).

       2500-EXIT.
           EXIT.

      *    THE STAGING SCREEN. A ROW WHOSE ENTITLEMENT DATE IS MORE
      *    THAN THE WINDOW PAST THE CYCLE DATE GOES ONTO STAGENT,
      *    REPLACING ANY ROW ALREADY STAGED FOR THE SSA HIC. A ROW
      *    THAT IS NOT FUTURE-DATED GOES ON THROUGH THE BUILD AND
      *    TAKES THE PLACE OF A STAGED ROW FOR THE SAME SSA HIC,
      *    WHICH IS DROPPED. A ROW RELEASED BEHIND TONIGHT'S WHOSE
      *    SSA HIC TONIGHT'S EXTRACT ALREADY STAGED IS THE OLDER OF
      *    THE TWO AND IS DROPPED, AS AT THE STAGING DEDUPLICATION.
      *    A ROW COMING OFF STAGENT IS NEVER JUDGED HERE AGAIN, AND
      *    AN ENTITLEMENT DATE THAT IS NOT A DATE IS NOT STAGED.

       2700-CHECK-FUTURE-ENTITLEMENT.

           MOVE 'N'                   TO WS-ROW-STAGED
                                         WS-ROW-FUTURE
                                         WS-STAGE-ON-FILE.

           IF WS-STAGE-AVAILABLE NOT = 'Y'
           OR WS-ROW-FROM-STAGE = 'Y'
              GO TO 2700-EXIT
           END-IF.

           MOVE WR-SSA-HIC            TO SE-SSA-HIC.

           READ STAGED-ENT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y'               TO WS-STAGE-ON-FILE
           END-READ.

           IF  WS-STAGE-ON-FILE = 'Y'
           AND WS-RELEASING-BEHIND = 'Y'
           AND SE-UPDATED-DATE = WS-CYCLE-DATE
               MOVE 'Y'               TO WS-ROW-STAGED
               ADD 1                  TO WS-PENDING-SUPERSEDED
               GO TO 2700-EXIT
           END-IF.

           IF  WS-STAGE-WINDOW-DAYS > ZERO
           AND WS-STAGE-CYCLE-INT > ZERO
           AND WR-ENT-DATE NUMERIC
           AND WR-ENT-DATE (5:2) >= '01'
           AND WR-ENT-DATE (5:2) <= '12'
           AND WR-ENT-DATE (7:2) >= '01'
           AND WR-ENT-DATE (7:2) <= '31'
               MOVE WR-ENT-DATE       TO WS-STAGE-ENT-DATE
               COMPUTE WS-STAGE-ENT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-STAGE-ENT-DATE)
               IF  WS-STAGE-ENT-INT > ZERO
               AND WS-STAGE-ENT-INT - WS-STAGE-CYCLE-INT
                                      > WS-STAGE-WINDOW-DAYS
                   MOVE 'Y'           TO WS-ROW-FUTURE
               END-IF
           END-IF.

           MOVE 'STAGENT '            TO MJ-FILE-ID.

           IF WS-ROW-FUTURE = 'Y'
              PERFORM 2710-STAGE-ONE-ROW
                 THRU 2710-EXIT
              MOVE 'ACKMAST '         TO MJ-FILE-ID
              GO TO 2700-EXIT
           END-IF.

           IF WS-STAGE-ON-FILE = 'Y'
              DELETE STAGED-ENT-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'D'            TO MJ-ACTION
                  MOVE STAGED-ENT-REC TO MJ-RECORD-IMAGE
                  CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
                  ADD 1               TO WS-STAGE-SUPERSEDED
              END-DELETE
           END-IF.

           MOVE 'ACKMAST '            TO MJ-FILE-ID.

       2700-EXIT.
           EXIT.

      *    WRITES THE ROW ONTO STAGENT, OR REWRITES THE ONE ALREADY
      *    THERE - THE FIRST-STAGED DATE SURVIVES, EVERYTHING ELSE IS
      *    THE NEWEST ROW'S. THE RELEASE DATE IS THE ENTITLEMENT DATE
      *    LESS THE WINDOW: THE FIRST NIGHT THE ROW WOULD NOT HAVE
      *    BEEN STAGED.

       2710-STAGE-ONE-ROW.

           COMPUTE WS-STAGE-RELEASE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-STAGE-ENT-INT - WS-STAGE-WINDOW-DAYS).

           IF WS-STAGE-ON-FILE NOT = 'Y'
              MOVE SPACE              TO STAGED-ENT-REC
              MOVE WR-SSA-HIC         TO SE-SSA-HIC
              MOVE WS-CYCLE-DATE      TO SE-STAGED-DATE
           END-IF.

           MOVE WR-RRB-HIC            TO SE-RRB-HIC.
           MOVE WR-SSA-HIC (10:2)     TO SE-BIC.
           MOVE WR-ENT-DATE           TO SE-ENT-DATE.
           MOVE WR-CLAIM-TYPE         TO SE-CLAIM-TYPE.
           MOVE WR-BENE-TYPE          TO SE-BENE-TYPE.
           MOVE WR-BIRTH-DATE         TO SE-BIRTH-DATE.
           MOVE WS-STAGE-RELEASE-DATE TO SE-RELEASE-DATE.
           MOVE WS-CYCLE-DATE         TO SE-UPDATED-DATE.

           IF WS-STAGE-ON-FILE = 'Y'
              REWRITE STAGED-ENT-REC
                INVALID KEY
                  DISPLAY 'RRBXMIT,STAGENT REWRITE FAILED,'
                          SE-FILE-STATUS ',' SE-SSA-HIC
                  GO TO 2710-EXIT
              END-REWRITE
              MOVE 'R'                TO MJ-ACTION
              ADD 1                   TO WS-STAGE-REPLACED
           ELSE
              WRITE STAGED-ENT-REC
                INVALID KEY
                  DISPLAY 'RRBXMIT,STAGENT WRITE FAILED,'
                          SE-FILE-STATUS ',' SE-SSA-HIC
                  GO TO 2710-EXIT
              END-WRITE
              MOVE 'W'                TO MJ-ACTION
              ADD 1                   TO WS-ROWS-STAGED
           END-IF.

           MOVE STAGED-ENT-REC        TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.

           MOVE 'Y'                   TO WS-ROW-STAGED.

       2710-EXIT.
           EXIT.

      *    ON A TRANSMISSION DAY, THE STAGED ROWS WHOSE RELEASE DATE
      *    HAS COME JOIN THE BUILD, BEHIND EVERYTHING ELSE, THROUGH
      *    THE SAME JUDGMENT AS A FRESH ROW - THE BENEFICIARY MAY HAVE
      *    BEEN TERMINATED, RECATEGORIZED OR HELD WHILE IT WAITED.
      *    THEY STAY ON STAGENT UNTIL THE FINALIZE; ON A CLOSED DAY
      *    THEY SIMPLY WAIT FOR THE NEXT OPEN ONE.

       2800-RELEASE-STAGED.

           IF NOT SSA-TRANSMISSION-DAY
           OR WS-STAGE-AVAILABLE NOT = 'Y'
              GO TO 2800-EXIT
           END-IF.

           MOVE 'Y'                   TO WS-STAGE-SWEPT.
           MOVE 'N'                   TO WS-NO-MORE-STAGED.
           MOVE LOW-VALUES            TO SE-SSA-HIC.

           START STAGED-ENT-FILE KEY NOT < SE-SSA-HIC
             INVALID KEY
               GO TO 2800-EXIT
           END-START.

           MOVE 'Y'                   TO WS-ROW-FROM-STAGE.

           PERFORM UNTIL END-OF-STAGED-ENT
               READ STAGED-ENT-FILE NEXT
                 AT END
                   MOVE 'Y'            TO WS-NO-MORE-STAGED
                 NOT AT END
                   IF SE-RELEASE-DATE NOT > WS-CYCLE-DATE
                      MOVE SPACE       TO WS-ROW-WORK
                      MOVE SE-RRB-HIC  TO WR-RRB-HIC
                      MOVE SE-SSA-HIC  TO WR-SSA-HIC
                      MOVE SE-ENT-DATE TO WR-ENT-DATE
                      MOVE SE-CLAIM-TYPE
                                       TO WR-CLAIM-TYPE
                      MOVE SE-BENE-TYPE
                                       TO WR-BENE-TYPE
                      MOVE SE-BIRTH-DATE
                                       TO WR-BIRTH-DATE
                      ADD 1            TO WS-STAGE-RELEASED
                      PERFORM 2050-RELEASE-ONE-ROW
                         THRU 2050-EXIT
                   END-IF
               END-READ
           END-PERFORM.

           MOVE 'N'                   TO WS-ROW-FROM-STAGE.

       2800-EXIT.
           EXIT.

      *    WRITES THE DETAILS IN BIC ORDER TO THE STAGING DATASET,
      *    CLOSING EACH BIC GROUP WITH ITS XB RECORD, EACH SEGMENT
      *    WITH ITS XT TRAILER, AND THE SET WITH THE XE MARK. THE
      *    ACKNOWLEDGMENT MASTER IS
      *    READ FOR EACH DETAIL'S MBI AND ATTEMPT COUNT BUT NEVER
      *    WRITTEN HERE - THE INTENT GOES TO ACKWRK FOR THE FINALIZE.

       3000-BUILD-STAGING.

           PERFORM UNTIL END-OF-SORTED
               RETURN SORT-WORK-1
                 AT END
                   MOVE 'Y'            TO NO-MORE-SORTED
                   PERFORM 3100-CLOSE-BIC-GROUP
                      THRU 3100-EXIT
                 NOT AT END
                   PERFORM 3050-STAGE-ONE-DETAIL
                      THRU 3050-EXIT
               END-RETURN
           END-PERFORM.

           PERFORM 3800-STAGE-CANCEL-NOTICES
              THRU 3800-EXIT.

           PERFORM 3500-CLOSE-SEGMENT
              THRU 3500-EXIT.

           MOVE WS-SEGMENT            TO WS-SEGMENT-COUNT.

           MOVE SPACE                 TO WS-XMIT-WORK.
           MOVE 'XE'                  TO XE-RECORD-TYPE.
           MOVE WS-SEGMENT-COUNT      TO XE-SEGMENT-COUNT.
           MOVE WS-DETAILS-WRITTEN    TO XE-TOTAL.
           WRITE XMIT-STG-REC       FROM WS-XMIT-WORK.

           CLOSE XMIT-STG-FILE
       3000-EXIT.
           EXIT.

      *    ONE SORTED DETAIL ONTO STAGING. A SECOND ROW FOR THE SSA
      *    HIC JUST STAGED IS AN OLDER ACCUMULATED COPY - ONE DETAIL
      *    PER SSA HIC PER ENVELOPE.

       3050-STAGE-ONE-DETAIL.

           IF  WS-FIRST-DETAIL = 'N'
           AND SORT-SSA-HIC = WS-PREV-SSA-HIC
               ADD 1                   TO WS-PENDING-SUPERSEDED
               GO TO 3050-EXIT
           END-IF.

           MOVE SORT-SSA-HIC           TO WS-PREV-SSA-HIC.

           IF WS-FIRST-DETAIL = 'Y'
           OR SORT-BIC NOT = WS-CURRENT-BIC
              PERFORM 3100-CLOSE-BIC-GROUP
                 THRU 3100-EXIT
              MOVE 'N'                TO WS-FIRST-DETAIL
              MOVE SORT-BIC           TO WS-CURRENT-BIC
              MOVE ZERO               TO WS-GROUP-COUNT
              MOVE ZERO               TO WS-GROUP-LEGACY
              MOVE ZERO               TO WS-GROUP-MBI
              MOVE ZERO               TO WS-GROUP-HASH
              PERFORM 3600-CHECK-GROUP-FITS
                 THRU 3600-EXIT
           END-IF.

           PERFORM 3700-CHECK-DETAIL-FITS
              THRU 3700-EXIT.

           PERFORM 3200-FETCH-ACK-VALUES
              THRU 3200-EXIT.

           PERFORM 3300-FETCH-PRIMARY-MBI
              THRU 3300-EXIT.

           MOVE SPACE                 TO WS-XMIT-WORK.

           IF WS-PRIMARY-MBI NOT = SPACE
              MOVE 'XM'               TO XMD-RECORD-TYPE
              MOVE WS-PRIMARY-MBI     TO XMD-SSA-MBI
              MOVE SORT-SSA-HIC       TO XMD-SSA-HIC
              MOVE SORT-BIC           TO XMD-BIC
              MOVE SORT-ENT-DATE      TO XMD-ENT-DATE
              MOVE SORT-CLAIM-TYPE    TO XMD-CLAIM-TYPE
              MOVE SORT-BENE-TYPE     TO XMD-BENE-TYPE
              MOVE SORT-BIRTH-DATE    TO XMD-BIRTH-DATE
              MOVE WS-CURRENT-ATTEMPTS
                                      TO XMD-ATTEMPTS
              ADD 1                   TO WS-GROUP-MBI
              ADD 1                   TO WS-DETAILS-MBI
           ELSE
              MOVE 'XD'               TO XD-RECORD-TYPE
              MOVE SORT-SSA-HIC       TO XD-SSA-HIC
              MOVE SORT-BIC           TO XD-BIC
              MOVE SORT-ENT-DATE      TO XD-ENT-DATE
              MOVE SORT-CLAIM-TYPE    TO XD-CLAIM-TYPE
              MOVE SORT-BENE-TYPE     TO XD-BENE-TYPE
              MOVE SORT-BIRTH-DATE    TO XD-BIRTH-DATE
              MOVE WS-CURRENT-MBI     TO XD-SSA-MBI
              MOVE WS-CURRENT-ATTEMPTS
                                      TO XD-ATTEMPTS
              ADD 1                   TO WS-GROUP-LEGACY
              ADD 1                   TO WS-DETAILS-LEGACY
           END-IF.

           WRITE XMIT-STG-REC       FROM WS-XMIT-WORK.

           MOVE SORT-SSA-HIC          TO AW-SSA-HIC.
           MOVE SORT-RRB-HIC          TO AW-RRB-HIC.
           MOVE SPACE                 TO AW-INTENT.
           WRITE ACK-WORK-REC.

           IF SORT-SSA-HIC (2:8) NUMERIC
              MOVE SORT-SSA-HIC (2:8) TO WS-HASH-DIGITS
              ADD WS-HASH-DIGITS      TO WS-GROUP-HASH
              ADD WS-HASH-DIGITS      TO WS-SEG-HASH
              ADD WS-HASH-DIGITS      TO WS-TOTAL-HASH
           END-IF.

           ADD 1                      TO WS-DETAILS-WRITTEN.
           ADD 1                      TO WS-GROUP-COUNT.
           ADD 1                      TO WS-SEG-DETAILS.
           ADD 1                      TO WS-SEG-RECORDS.

       3050-EXIT.
           EXIT.

       3100-CLOSE-BIC-GROUP.

           IF  WS-FIRST-DETAIL = 'N'
               MOVE WS-CURRENT-BIC     TO XB-BIC
               MOVE WS-GROUP-COUNT     TO XB-COUNT
               MOVE WS-GROUP-HASH      TO XB-HASH
               MOVE WS-GROUP-LEGACY    TO XB-LEGACY-COUNT
               MOVE WS-GROUP-MBI       TO XB-MBI-COUNT
               WRITE XMIT-STG-REC    FROM WS-XMIT-WORK
               ADD 1                   TO WS-BIC-GROUPS
               ADD 1                   TO WS-SEG-GROUPS
               ADD 1                   TO WS-SEG-RECORDS
           END-IF.

       3100-EXIT.
       3200-EXIT.
           EXIT.

      *    PAST THE CUTOVER, THE CROSSWALK MASTER'S MBI DECIDES THE
      *    DETAIL FORM. NO MASTER, NO RECORD, A BLANK MBI OR ONE
      *    THAT FAILS MBIEDIT ALL LEAVE WS-PRIMARY-MBI BLANK AND THE
      *    DETAIL GOES OUT IN THE LEGACY FORM - SSA CAN STILL KEY IT
      *    ON THE HIC.

       3300-FETCH-PRIMARY-MBI.

           MOVE SPACE                 TO WS-PRIMARY-MBI.

           IF NOT MBI-PRIMARY-ACTIVE
           OR WS-XREF-AVAILABLE NOT = 'Y'
              GO TO 3300-EXIT
           END-IF.

           MOVE SORT-RRB-HIC          TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               GO TO 3300-EXIT
           END-READ.

           IF HX-SSA-MBI = SPACE
              GO TO 3300-EXIT
           END-IF.

           MOVE HX-SSA-MBI            TO ME-MBI.
           CALL 'MBIEDIT' USING WS-MBIEDIT-PARAMETERS.

           IF ME-MBI-VALID
              MOVE HX-SSA-MBI         TO WS-PRIMARY-MBI
           END-IF.

       3300-EXIT.
           EXIT.

      *    CLOSES THE SEGMENT BEING STAGED AND OPENS THE NEXT ONE.
      *    THE LAST SEGMENT NUMBER THE FILE NAME CAN CARRY TAKES
      *    WHATEVER IS LEFT, OVER THE LIMIT OR NOT, AND SAYS SO.

       3400-START-NEW-SEGMENT.

           IF WS-SEGMENT >= 999
              IF WS-SEG-FULL NOT = 'Y'
                 DISPLAY 'RRBXMIT,SEGMENT 999 REACHED - REMAINING '
                         'DETAILS STAY IN IT OVER THE LIMIT'
                 MOVE 'Y'             TO WS-SEG-FULL
              END-IF
              GO TO 3400-EXIT
           END-IF.

           PERFORM 3500-CLOSE-SEGMENT
              THRU 3500-EXIT.

           ADD 1                      TO WS-SEGMENT.

           PERFORM 3450-WRITE-SEGMENT-HEADER
              THRU 3450-EXIT.

       3400-EXIT.
           EXIT.

      *    A SEGMENT'S XH - EVERY SEGMENT CARRIES THE SAME DATE,
      *    SEQUENCE AND FORMAT; ONLY THE SEGMENT NUMBER MOVES.

       3450-WRITE-SEGMENT-HEADER.

           MOVE SPACE                 TO WS-XMIT-WORK.
           MOVE 'XH'                  TO XH-RECORD-TYPE.
           MOVE WS-TRANS-DATE         TO XH-TRANS-DATE.
           MOVE WS-SEQUENCE           TO XH-SEQUENCE.
           MOVE 'H'                   TO XH-HASH-IND.
           IF MBI-PRIMARY-ACTIVE
              MOVE 'M'                TO XH-FORMAT-IND
           END-IF.
           MOVE WS-SEGMENT            TO XH-SEGMENT.
           MOVE ZERO                  TO XH-SEGMENT-COUNT.
           WRITE XMIT-STG-REC       FROM WS-XMIT-WORK.

           MOVE 1                     TO WS-SEG-RECORDS.
           MOVE ZERO                  TO WS-SEG-DETAILS
                                         WS-SEG-GROUPS
                                         WS-SEG-HASH
                                         WS-SEG-CANCELS.

       3450-EXIT.
           EXIT.

      *    THE SEGMENT'S XT - ITS OWN DETAILS, XB GROUPS AND HASH.

       3500-CLOSE-SEGMENT.

           MOVE SPACE                 TO WS-XMIT-WORK.
           MOVE 'XT'                  TO XT-RECORD-TYPE.
           MOVE WS-SEG-DETAILS        TO XT-TOTAL.
           MOVE WS-SEG-GROUPS         TO XT-BIC-COUNT.
           MOVE WS-SEG-HASH           TO XT-HASH.
           MOVE WS-SEG-CANCELS        TO XT-CANCEL-COUNT.
           WRITE XMIT-STG-REC       FROM WS-XMIT-WORK.
           ADD 1                      TO WS-SEG-RECORDS.

       3500-EXIT.
           EXIT.

      *    A NEW BIC GROUP STAYS WHOLE - IF ITS ROWS (PLUS ITS XB AND
      *    THE SEGMENT'S XT) WOULD TAKE THE SEGMENT PAST A LIMIT, IT
      *    STARTS THE NEXT SEGMENT INSTEAD. AN EMPTY SEGMENT TAKES ANY
      *    GROUP; ONE TOO BIG EVEN FOR THAT IS SPLIT BY 3700.

       3600-CHECK-GROUP-FITS.

           IF WS-SEG-DETAILS = ZERO
              GO TO 3600-EXIT
           END-IF.

           MOVE ZERO                  TO WS-GROUP-SIZE.
           PERFORM VARYING WS-BSZ-IDX FROM 1 BY 1
                     UNTIL WS-BSZ-IDX > WS-BSZ-COUNT
               IF WS-BSZ-BIC (WS-BSZ-IDX) = SORT-BIC
                  MOVE WS-BSZ-ROWS (WS-BSZ-IDX)
                                      TO WS-GROUP-SIZE
                  MOVE WS-BSZ-COUNT   TO WS-BSZ-IDX
               END-IF
           END-PERFORM.

           COMPUTE WS-PROJ-DETAILS = WS-SEG-DETAILS + WS-GROUP-SIZE.
           COMPUTE WS-PROJ-BYTES =
               (WS-SEG-RECORDS + WS-GROUP-SIZE + 2)
                                      * WS-XMIT-LINE-BYTES.

           IF (WS-MAX-SEG-DETAILS > ZERO
               AND WS-PROJ-DETAILS > WS-MAX-SEG-DETAILS)
           OR (WS-MAX-SEG-BYTES > ZERO
               AND WS-PROJ-BYTES > WS-MAX-SEG-BYTES)
              PERFORM 3400-START-NEW-SEGMENT
                 THRU 3400-EXIT
           END-IF.

       3600-EXIT.
           EXIT.

      *    THE SEGMENT IS FULL PART WAY THROUGH A GROUP - ONLY A GROUP
      *    OVER A LIMIT ON ITS OWN GETS HERE. THE PIECE SO FAR CLOSES
      *    WITH ITS OWN XB, AND THE REST OF THE GROUP CARRIES ON IN
      *    THE NEXT SEGMENT AS A FRESH PIECE OF THE SAME BIC.

       3700-CHECK-DETAIL-FITS.

           IF WS-SEG-DETAILS = ZERO
              GO TO 3700-EXIT
           END-IF.

           COMPUTE WS-PROJ-BYTES =
               (WS-SEG-RECORDS + 3)   * WS-XMIT-LINE-BYTES.

           IF  (WS-MAX-SEG-DETAILS = ZERO
                OR WS-SEG-DETAILS < WS-MAX-SEG-DETAILS)
           AND (WS-MAX-SEG-BYTES = ZERO
                OR WS-PROJ-BYTES NOT > WS-MAX-SEG-BYTES)
              GO TO 3700-EXIT
           END-IF.

           IF WS-SEGMENT >= 999
              PERFORM 3400-START-NEW-SEGMENT
                 THRU 3400-EXIT
              GO TO 3700-EXIT
           END-IF.

           PERFORM 3100-CLOSE-BIC-GROUP
              THRU 3100-EXIT.

           IF WS-GROUP-COUNT > ZERO
              ADD 1                   TO WS-GROUPS-SPLIT
           END-IF.

           PERFORM 3400-START-NEW-SEGMENT
              THRU 3400-EXIT.

           MOVE ZERO                  TO WS-GROUP-COUNT.
           MOVE ZERO                  TO WS-GROUP-LEGACY.
           MOVE ZERO                  TO WS-GROUP-MBI.
           MOVE ZERO                  TO WS-GROUP-HASH.

       3700-EXIT.
           EXIT.

      *    SWEEPS ACKMAST FOR OLD SSA HICS XREFSUPR HAS FLAGGED FOR A
      *    CANCEL-AND-REPLACE AND STAGES AN XC FOR EACH ONE WHOSE
      *    REPLACEMENT CAN BE RESOLVED, WITH A 'C' INTENT ON ACKWRK.
      *    THE FLAG ITSELF IS ONLY MOVED BY THE FINALIZE. AN XC
      *    COUNTS TOWARD THE SEGMENT'S BYTES BUT NOT ITS DETAILS.

       3800-STAGE-CANCEL-NOTICES.

           MOVE 'N'                   TO NO-MORE-ACK-SWEEP.
           MOVE LOW-VALUES            TO AK-SSA-HIC.

           START ACK-MASTER-FILE KEY NOT < AK-SSA-HIC
              INVALID KEY
                 MOVE 'Y'             TO NO-MORE-ACK-SWEEP
           END-START.

           PERFORM UNTIL END-OF-ACK-SWEEP
               READ ACK-MASTER-FILE NEXT
                  AT END MOVE 'Y' TO NO-MORE-ACK-SWEEP
               END-READ
               IF NOT END-OF-ACK-SWEEP
               AND AK-CANCEL-PENDING
                  PERFORM 3810-STAGE-ONE-CANCEL
                     THRU 3810-EXIT
               END-IF
           END-PERFORM.

       3800-EXIT.
           EXIT.

      *    THE REPLACEMENT IS WHEREVER THE OLD RRB HIC'S SUPERSESSION
      *    CHAIN ENDS. NO CROSSWALK, NO LINK, A CHAIN THAT DOES NOT
      *    END, OR AN END WITH NO SSA HIC (OR THE SAME ONE) LEAVES
      *    THE FLAG FOR A LATER NIGHT.

       3810-STAGE-ONE-CANCEL.

           IF WS-XREF-AVAILABLE NOT = 'Y'
              ADD 1                   TO WS-CANCELS-WAITING
              GO TO 3810-EXIT
           END-IF.

           MOVE AK-RRB-HIC            TO WS-CHAIN-HIC.
           MOVE SPACE                 TO WS-CHAIN-SSA-HIC.
           MOVE ZERO                  TO WS-CHAIN-HOPS.

           PERFORM 3820-FOLLOW-ONE-LINK
              THRU 3820-EXIT
             UNTIL WS-CHAIN-HIC = SPACE
                OR WS-CHAIN-HOPS > WS-CHAIN-MAX.

           IF WS-CHAIN-HOPS < 2
           OR WS-CHAIN-HOPS > WS-CHAIN-MAX
           OR WS-CHAIN-SSA-HIC = SPACE
           OR WS-CHAIN-SSA-HIC = AK-SSA-HIC
              ADD 1                   TO WS-CANCELS-WAITING
              GO TO 3810-EXIT
           END-IF.

           IF  WS-MAX-SEG-BYTES > ZERO
           AND WS-SEG-RECORDS > 1
               COMPUTE WS-PROJ-BYTES =
                   (WS-SEG-RECORDS + 2) * WS-XMIT-LINE-BYTES
               IF WS-PROJ-BYTES > WS-MAX-SEG-BYTES
                  PERFORM 3400-START-NEW-SEGMENT
                     THRU 3400-EXIT
               END-IF
           END-IF.

           MOVE SPACE                 TO WS-XMIT-WORK.
           MOVE 'XC'                  TO XC-RECORD-TYPE.
           MOVE AK-SSA-HIC            TO XC-OLD-SSA-HIC.
           MOVE WS-CHAIN-SSA-HIC      TO XC-NEW-SSA-HIC.
           MOVE AK-SSA-MBI            TO XC-SSA-MBI.
           WRITE XMIT-STG-REC       FROM WS-XMIT-WORK.

           MOVE AK-SSA-HIC            TO AW-SSA-HIC.
           MOVE AK-RRB-HIC            TO AW-RRB-HIC.
           MOVE 'C'                   TO AW-INTENT.
           WRITE ACK-WORK-REC.

           ADD 1                      TO WS-SEG-CANCELS.
           ADD 1                      TO WS-SEG-RECORDS.
           ADD 1                      TO WS-CANCELS-STAGED.

       3810-EXIT.
           EXIT.

      *    ONE STEP DOWN THE CHAIN. THE HOP COUNT INCLUDES THE
      *    STARTING RECORD, SO A RESOLVED CHAIN HAS AT LEAST TWO.

       3820-FOLLOW-ONE-LINK.

           ADD 1                      TO WS-CHAIN-HOPS.
           MOVE WS-CHAIN-HIC          TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               MOVE SPACE             TO WS-CHAIN-HIC
                                         WS-CHAIN-SSA-HIC
               GO TO 3820-EXIT
           END-READ.

           MOVE HX-SSA-HIC            TO WS-CHAIN-SSA-HIC.
           MOVE HX-SUPERSEDED-BY      TO WS-CHAIN-HIC.

       3820-EXIT.
           EXIT.

      *    THE ATOMIC FINALIZE. THE STAGED SEGMENTS ARE COPIED TO
      *    THEIR SEGMENT FILES AND, BACK TO BACK, TO THE FINAL XMITOUT
      *    (WRITING THE XMITMAN MANIFEST AND THE TRANSMITTAL REPORT AS
      *    IT GOES), THE ACKWRK INTENTS ARE APPLIED TO THE
      *    ACKNOWLEDGMENT MASTER, THE SEQUENCE NUMBER IS COMMITTED,
      *    AND THE STAGING AND INTENT FILES ARE CLEARED - IN THAT
      *    ORDER, AND EVERY STEP SAFE TO REPEAT, SO A RERUN AFTER AN
      *    ABEND ANYWHERE IN HERE JUST DOES IT ALL AGAIN, EVERY
      *    SEGMENT FILE INCLUDED.

       4000-FINALIZE.

           END-IF.

           OPEN OUTPUT XMIT-FILE
                       XMIT-RPT-FILE
                       XMIT-MAN-FILE.
           MOVE 'Y' TO WS-RPT-OPENED.

      *    THE GROUP COUNT IS RE-TAKEN FROM THE STAGED XB RECORDS -
      *    COUNTED, DOES NOT REPORT DOUBLE.

           MOVE ZERO TO WS-BIC-GROUPS.
           MOVE ZERO TO WS-MAN-TOTAL-HASH
                        WS-MAN-TOTAL-BYTES.
           MOVE 'N'  TO WS-MAN-HEADER-DONE.

           MOVE 'N' TO NO-MORE-STAGING.

                 AT END
                   MOVE 'Y' TO NO-MORE-STAGING
                 NOT AT END
                   PERFORM 4010-COPY-ONE-RECORD
                      THRU 4010-EXIT
               END-READ
           END-PERFORM.

           IF WS-SEG-FILE-OPEN = 'Y'
              CLOSE XMIT-SEG-FILE
              MOVE 'N'                TO WS-SEG-FILE-OPEN
           END-IF.

           MOVE SPACE                 TO WS-MAN-WORK.
           MOVE 'MT'                  TO MT-RECORD-TYPE.
           MOVE WS-SEGMENT-COUNT      TO MT-SEGMENT-COUNT.
           MOVE WS-FINAL-DETAILS      TO MT-TOTAL.
           MOVE WS-BIC-GROUPS         TO MT-BIC-COUNT.
           MOVE WS-MAN-TOTAL-HASH     TO MT-HASH.
           MOVE WS-MAN-TOTAL-BYTES    TO MT-BYTES.
           MOVE WS-FINAL-CANCELS      TO MT-CANCEL-COUNT.
           WRITE XMIT-MAN-REC       FROM WS-MAN-WORK.

           CLOSE XMIT-STG-FILE
                 XMIT-FILE
                 XMIT-MAN-FILE.

      *    THE HOLD, CATEGORY AND PENDING LINES COVER THE WHOLE SET,
      *    SO THEY FOLLOW THE LAST SEGMENT, NOT EACH ONE.

           MOVE WS-FINAL-DETAILS      TO WS-RPT-TOTAL.
           MOVE WS-BIC-GROUPS         TO WS-RPT-GROUPS.
           PERFORM 4100-REPORT-HELD-BICS
              THRU 4100-EXIT.
           PERFORM 4150-REPORT-WITHHELD-CATS
              THRU 4150-EXIT.
           PERFORM 4160-REPORT-RELEASED-PENDING
              THRU 4160-EXIT.
           PERFORM 4170-REPORT-CANCEL-NOTICES
              THRU 4170-EXIT.
           PERFORM 4180-REPORT-STAGING
              THRU 4180-EXIT.

           PERFORM 4200-APPLY-ACK-INTENTS
              THRU 4200-EXIT.

           PERFORM 4250-RECORD-SEND-HISTORY
              THRU 4250-EXIT.

           PERFORM 4700-CLEAR-RELEASED-STAGE
              THRU 4700-EXIT.

           PERFORM 4300-COMMIT-SEQUENCE
              THRU 4300-EXIT.

           PERFORM 4400-CLEAR-STAGING
              THRU 4400-EXIT.

           PERFORM 4600-CLEAR-REQUEUE
              THRU 4600-EXIT.

       4000-EXIT.
           EXIT.

      *    ONE STAGED RECORD OUT. AN XH OPENS ITS SEGMENT FILE (AND,
      *    THE FIRST TIME, HEADS THE MANIFEST) WITH THE SET'S SEGMENT
      *    COUNT STAMPED IN; AN XT CLOSES IT AND ADDS ITS MANIFEST ROW.
      *    THE XE MARK STAYS BEHIND ON STAGING.

       4010-COPY-ONE-RECORD.

           IF XH-RECORD-TYPE = 'XE'
              GO TO 4010-EXIT
           END-IF.

           IF XH-RECORD-TYPE = 'XH'
              MOVE WS-SEGMENT-COUNT   TO XH-SEGMENT-COUNT
              PERFORM 4020-OPEN-SEGMENT-FILE
                 THRU 4020-EXIT
           END-IF.

           WRITE XMIT-REC FROM WS-XMIT-WORK.
           IF WS-SEG-FILE-OPEN = 'Y'
              WRITE XMIT-SEG-REC FROM WS-XMIT-WORK
           END-IF.
           ADD 1                      TO WS-FIN-SEG-RECORDS.

           EVALUATE XH-RECORD-TYPE
             WHEN 'XH'
               MOVE XH-TRANS-DATE     TO WS-RPT-DATE
               MOVE XH-SEQUENCE       TO WS-RPT-SEQ
               MOVE XH-SEGMENT        TO WS-RPT-SEG
               MOVE XH-SEGMENT-COUNT  TO WS-RPT-SEG-COUNT
               MOVE WS-RPT-HEADER-LINE
                                      TO XMIT-RPT-REC
               WRITE XMIT-RPT-REC
             WHEN 'XD'
             WHEN 'XM'
               ADD 1                  TO WS-FINAL-DETAILS
             WHEN 'XC'
               ADD 1                  TO WS-FINAL-CANCELS
             WHEN 'XB'
               MOVE XB-BIC            TO WS-RPT-BIC
               MOVE XB-COUNT          TO WS-RPT-BIC-COUNT
               MOVE XB-LEGACY-COUNT   TO WS-RPT-BIC-LEGACY
               MOVE XB-MBI-COUNT      TO WS-RPT-BIC-MBI
               MOVE WS-RPT-BIC-LINE   TO XMIT-RPT-REC
               WRITE XMIT-RPT-REC
               ADD 1                  TO WS-BIC-GROUPS
             WHEN 'XT'
               PERFORM 4030-CLOSE-SEGMENT-FILE
                  THRU 4030-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       4010-EXIT.
           EXIT.

       4020-OPEN-SEGMENT-FILE.

           IF WS-SEG-FILE-OPEN = 'Y'
              CLOSE XMIT-SEG-FILE
              MOVE 'N'                TO WS-SEG-FILE-OPEN
           END-IF.

           IF WS-MAN-HEADER-DONE NOT = 'Y'
              MOVE SPACE              TO WS-MAN-WORK
              MOVE 'MH'               TO MH-RECORD-TYPE
              MOVE XH-TRANS-DATE      TO MH-TRANS-DATE
              MOVE XH-SEQUENCE        TO MH-SEQUENCE
              MOVE WS-SEGMENT-COUNT   TO MH-SEGMENT-COUNT
              MOVE WS-MAX-SEG-DETAILS TO MH-DETAIL-LIMIT
              MOVE WS-MAX-SEG-BYTES   TO MH-BYTE-LIMIT
              WRITE XMIT-MAN-REC    FROM WS-MAN-WORK
              MOVE 'Y'                TO WS-MAN-HEADER-DONE
           END-IF.

           MOVE XH-SEGMENT            TO WS-XMITSEG-NUMBER.
           MOVE ZERO                  TO WS-FIN-SEG-RECORDS.

           OPEN OUTPUT XMIT-SEG-FILE.

           IF XG-FILE-STATUS = '00'
              MOVE 'Y'                TO WS-SEG-FILE-OPEN
           ELSE
              DISPLAY 'RRBXMIT,UNABLE TO OPEN SEGMENT FILE,'
                      WS-XMITSEG-DSN ',' XG-FILE-STATUS
              MOVE 8                  TO RETURN-CODE
           END-IF.

       4020-EXIT.
           EXIT.

       4030-CLOSE-SEGMENT-FILE.

           COMPUTE WS-FIN-SEG-BYTES =
               WS-FIN-SEG-RECORDS * WS-XMIT-LINE-BYTES.
           ADD WS-FIN-SEG-BYTES       TO WS-MAN-TOTAL-BYTES.
           ADD XT-HASH                TO WS-MAN-TOTAL-HASH.

           MOVE SPACE                 TO WS-MAN-WORK.
           MOVE 'MS'                  TO MS-RECORD-TYPE.
           MOVE WS-XMITSEG-NUMBER     TO MS-SEGMENT.
           MOVE WS-XMITSEG-DSN        TO MS-FILE-NAME.
           MOVE XT-TOTAL              TO MS-DETAILS.
           MOVE XT-BIC-COUNT          TO MS-BIC-COUNT.
           MOVE XT-HASH               TO MS-HASH.
           MOVE WS-FIN-SEG-BYTES      TO MS-BYTES.
           WRITE XMIT-MAN-REC       FROM WS-MAN-WORK.

           MOVE XT-TOTAL              TO WS-RPT-SEG-DETAILS.
           MOVE WS-FIN-SEG-BYTES      TO WS-RPT-SEG-BYTES.
           MOVE WS-XMITSEG-DSN        TO WS-RPT-SEG-FILE.
           MOVE WS-RPT-SEG-LINE       TO XMIT-RPT-REC.
           WRITE XMIT-RPT-REC.

           IF WS-SEG-FILE-OPEN = 'Y'
              CLOSE XMIT-SEG-FILE
              MOVE 'N'                TO WS-SEG-FILE-OPEN
           END-IF.

       4030-EXIT.
           EXIT.

      *    THE TRANSMITTAL SAYS WHAT WAS HELD, PER BIC, NEXT TO WHAT
      *    WENT - THE SSA SIDE AND OUR OWN BALANCING BOTH NEED TO
      *    TELL AN EMBARGO FROM A LOSS.
       4100-EXIT.
           EXIT.

      *    AND WHAT THE ELIGIBILITY GATE WITHHELD, PER CATEGORY - A
      *    BLANK CATEGORY IS A STATUS COMPL001 COULD NOT CATEGORIZE.

       4150-REPORT-WITHHELD-CATS.

           PERFORM VARYING WS-XCAT-IDX FROM 1 BY 1
                     UNTIL WS-XCAT-IDX > WS-CWH-COUNT
               MOVE WS-CWH-CAT (WS-XCAT-IDX)
                 TO WS-RPT-CAT
               MOVE WS-CWH-WITHHELD (WS-XCAT-IDX)
                 TO WS-RPT-CAT-COUNT
               MOVE WS-RPT-CAT-LINE   TO XMIT-RPT-REC
               WRITE XMIT-RPT-REC
           END-PERFORM.

       4150-EXIT.
           EXIT.

      *    AND HOW MUCH OF THE ENVELOPE WAITED OUT A CLOSED DAY.

       4160-REPORT-RELEASED-PENDING.

           IF WS-PENDING-RELEASED = ZERO
              GO TO 4160-EXIT
           END-IF.

           MOVE WS-PENDING-RELEASED   TO WS-RPT-REL-COUNT.
           MOVE WS-OLDEST-ACCUM-DATE  TO WS-RPT-REL-OLDEST.
           MOVE WS-RPT-RELEASED-LINE  TO XMIT-RPT-REC.
           WRITE XMIT-RPT-REC.

       4160-EXIT.
           EXIT.

      *    AND HOW MANY CANCEL-AND-REPLACE NOTICES RODE ALONG.

       4170-REPORT-CANCEL-NOTICES.

           IF WS-FINAL-CANCELS = ZERO
              GO TO 4170-EXIT
           END-IF.

           MOVE WS-FINAL-CANCELS      TO WS-RPT-CXL-COUNT.
           MOVE WS-RPT-CANCEL-LINE    TO XMIT-RPT-REC.
           WRITE XMIT-RPT-REC.

       4170-EXIT.
           EXIT.

      *    AND HOW MANY FUTURE-DATED ENTITLEMENTS WENT ONTO STAGENT
      *    TONIGHT AND HOW MANY CAME OFF IT INTO THE BUILD.

       4180-REPORT-STAGING.

           IF  WS-ROWS-STAGED    = ZERO
           AND WS-STAGE-REPLACED = ZERO
           AND WS-STAGE-RELEASED = ZERO
               GO TO 4180-EXIT
           END-IF.

           COMPUTE WS-RPT-STG-COUNT =
               WS-ROWS-STAGED + WS-STAGE-REPLACED.
           MOVE WS-STAGE-RELEASED     TO WS-RPT-STG-RELEASED.
           MOVE WS-RPT-STAGED-LINE    TO XMIT-RPT-REC.
           WRITE XMIT-RPT-REC.

       4180-EXIT.
           EXIT.

      *    APPLIES THE DEFERRED ACKMAST INTENTS - ONE PENDING RECORD
      *    PER TRANSMITTED DETAIL. AN INTENT ALREADY APPLIED (SENT
      *    DATE IS THIS CYCLE'S AND THE RECORD IS PENDING) IS SKIPPED

       4210-APPLY-ONE-INTENT.

           IF AW-CANCEL-INTENT
              PERFORM 4220-APPLY-CANCEL-INTENT
                 THRU 4220-EXIT
              GO TO 4210-EXIT
           END-IF.

           MOVE AW-SSA-HIC             TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
               MOVE SPACE              TO AK-ACK-DATE
               MOVE SPACE              TO AK-SSA-MBI
               MOVE 1                  TO AK-ATTEMPTS
               MOVE SPACE              TO AK-REPLACE-FLAG
               WRITE ACK-MASTER-REC
               MOVE 'W'                TO MJ-ACTION
               MOVE ACK-MASTER-REC     TO MJ-RECORD-IMAGE
       4210-EXIT.
           EXIT.

      *    A NOTICE SENT - THE OLD SSA HIC'S FLAG MOVES FROM 'C' TO
      *    'S'. A FLAG ALREADY 'S' IS A REDONE FINALIZE AND IS LEFT.

       4220-APPLY-CANCEL-INTENT.

           MOVE AW-SSA-HIC             TO AK-SSA-HIC.

           READ ACK-MASTER-FILE
             INVALID KEY
               GO TO 4220-EXIT
           END-READ.

           IF NOT AK-CANCEL-PENDING
              ADD 1                    TO WS-ACK-ALREADY-DONE
              GO TO 4220-EXIT
           END-IF.

           SET  AK-CANCEL-SENT         TO TRUE.
           REWRITE ACK-MASTER-REC.
           MOVE 'R'                    TO MJ-ACTION.
           MOVE ACK-MASTER-REC         TO MJ-RECORD-IMAGE.
           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           ADD 1                       TO WS-CANCELS-MARKED.

       4220-EXIT.
           EXIT.

      *    RECORDS EACH FINALIZED DETAIL ON THE TRANSMISSION HISTORY.
      *    STAGING IS READ AGAIN FROM THE TOP WITH THE ACKWRK INTENTS
      *    IN STEP - EVERY XD, XM AND XC HAS EXACTLY ONE INTENT, IN
      *    THE SAME ORDER - AND THE LATEST XH SUPPLIES THE ENVELOPE
      *    STAMPS. AN INTENT THAT DOES NOT CARRY THE DETAIL'S SSA HIC
      *    LEAVES THE ROW'S RRB HIC BLANK RATHER THAN GUESS, AND IS
      *    COUNTED. A DUPLICATE KEY IS A REDONE FINALIZE.

       4250-RECORD-SEND-HISTORY.

           OPEN I-O XMIT-HIST-FILE.

           IF  TX-FILE-STATUS      NOT =  '00'
               OPEN OUTPUT XMIT-HIST-FILE
               CLOSE       XMIT-HIST-FILE
               OPEN I-O    XMIT-HIST-FILE
           END-IF.

           IF TX-FILE-STATUS NOT = '00'
              DISPLAY 'RRBXMIT,UNABLE TO OPEN XMIT-HIST-FILE,'
                      TX-FILE-STATUS ',SEND HISTORY NOT RECORDED'
              GO TO 4250-EXIT
           END-IF.

           OPEN INPUT XMIT-STG-FILE.
           OPEN INPUT ACK-WORK-FILE.

           IF AW-FILE-STATUS = '00'
              MOVE 'N'                TO NO-MORE-ACK-WORK
           ELSE
              MOVE 'Y'                TO NO-MORE-ACK-WORK
           END-IF.

           MOVE 'XMTHIST '            TO MJ-FILE-ID.
           MOVE SPACE                 TO WS-HIST-ENVELOPE.
           MOVE 'N'                   TO NO-MORE-STAGING.

           PERFORM UNTIL END-OF-STAGING
               READ XMIT-STG-FILE INTO WS-XMIT-WORK
                 AT END
                   MOVE 'Y' TO NO-MORE-STAGING
                 NOT AT END
                   PERFORM 4260-RECORD-ONE-DETAIL
                      THRU 4260-EXIT
               END-READ
           END-PERFORM.

           MOVE 'ACKMAST '            TO MJ-FILE-ID.

           CLOSE XMIT-STG-FILE
                 ACK-WORK-FILE
                 XMIT-HIST-FILE.

           MOVE 'C'                   TO DW-FUNCTION.
           MOVE 'RRBXMIT '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       4250-EXIT.
           EXIT.

       4260-RECORD-ONE-DETAIL.

           IF XH-RECORD-TYPE = 'XH'
              MOVE XH-TRANS-DATE      TO WS-HIST-SEND-DATE
              MOVE XH-SEQUENCE        TO WS-HIST-SEQUENCE
              MOVE XH-SEGMENT         TO WS-HIST-SEGMENT
              MOVE WS-SEGMENT-COUNT   TO WS-HIST-SEGMENT-COUNT
              MOVE XH-RETRANS-IND     TO WS-HIST-RETRANS-IND
              GO TO 4260-EXIT
           END-IF.

           IF  XH-RECORD-TYPE NOT = 'XD'
           AND XH-RECORD-TYPE NOT = 'XM'
           AND XH-RECORD-TYPE NOT = 'XC'
               GO TO 4260-EXIT
           END-IF.

           MOVE SPACE                 TO ACK-WORK-REC.
           IF NOT END-OF-ACK-WORK
              READ ACK-WORK-FILE
                AT END
                  MOVE 'Y'            TO NO-MORE-ACK-WORK
                  MOVE SPACE          TO ACK-WORK-REC
              END-READ
           END-IF.

           IF XH-RECORD-TYPE = 'XC'
              GO TO 4260-EXIT
           END-IF.

           MOVE SPACE                 TO XMIT-HIST-REC.
           IF XH-RECORD-TYPE = 'XM'
              MOVE XMD-SSA-HIC        TO TX-SSA-HIC
           ELSE
              MOVE XD-SSA-HIC         TO TX-SSA-HIC
           END-IF.

           IF AW-SSA-HIC = TX-SSA-HIC
              MOVE AW-RRB-HIC         TO TX-RRB-HIC
           ELSE
              ADD 1                   TO WS-HIST-NO-RRB-HIC
           END-IF.

           MOVE WS-HIST-SEND-DATE     TO TX-SEND-DATE.
           MOVE WS-HIST-SEQUENCE      TO TX-SEQUENCE.
           MOVE WS-HIST-SEGMENT       TO TX-SEGMENT.
           MOVE WS-HIST-SEGMENT-COUNT TO TX-SEGMENT-COUNT.
           MOVE WS-HIST-RETRANS-IND   TO TX-RETRANS-IND.
           MOVE WS-XMIT-WORK          TO TX-DETAIL-IMAGE.
           MOVE WS-CYCLE-DATE         TO TX-RECORDED-DATE.

           WRITE XMIT-HIST-REC
             INVALID KEY
               ADD 1                  TO WS-HIST-ALREADY-DONE
             NOT INVALID KEY
               MOVE 'W'               TO MJ-ACTION
               MOVE XMIT-HIST-REC     TO MJ-RECORD-IMAGE
               CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS
               ADD 1                  TO WS-HIST-RECORDED
           END-WRITE.

           MOVE 'W'                   TO DW-FUNCTION.
           MOVE TX-RRB-HIC            TO DW-RRB-HIC.
           MOVE TX-SSA-HIC            TO DW-SSA-HIC.
           MOVE WS-HIST-SEND-DATE     TO DW-DISC-DATE.
           IF WS-HIST-RETRANS-IND = 'R'
              MOVE 'XR'               TO DW-MECHANISM
           ELSE
              MOVE 'XM'               TO DW-MECHANISM
           END-IF.
           MOVE 'SSA'                 TO DW-RECIPIENT.
           MOVE WS-HIST-SEQUENCE      TO DW-REFERENCE.
           MOVE 'ENT'                 TO DW-PURPOSE.
           MOVE 'RRBXMIT '            TO DW-SOURCE-PGM.
           CALL 'DSCLWRT' USING WS-DSCLWRT-PARAMETERS.

       4260-EXIT.
           EXIT.

      *    THE SEQUENCE COMMITS ONLY AFTER THE ENVELOPE AND THE
      *    MASTER ARE IN THEIR FINAL STATE.

       4400-EXIT.
           EXIT.

      *    THE NON-TRANSMISSION DAY'S TRANSMITTAL - WHY NOTHING WENT,
      *    HOW MUCH IS NOW WAITING, WHEN IT GOES, AND THE HOLD AND
      *    CATEGORY SCREENS' COUNTS AS ON ANY OTHER NIGHT.

       4500-REPORT-ACCUMULATION.

           OPEN OUTPUT XMIT-RPT-FILE.

           MOVE WS-CYCLE-DATE         TO WS-RPT-NOX-DATE.
           MOVE WS-RPT-NOXMIT-LINE    TO XMIT-RPT-REC.
           WRITE XMIT-RPT-REC.

           MOVE WS-ROWS-ACCUMULATED   TO WS-RPT-ACC-COUNT.
           MOVE WS-NEXT-XMIT-DATE     TO WS-RPT-ACC-NEXT.
           MOVE WS-RPT-ACCUM-LINE     TO XMIT-RPT-REC.
           WRITE XMIT-RPT-REC.

           PERFORM 4100-REPORT-HELD-BICS
              THRU 4100-EXIT.
           PERFORM 4150-REPORT-WITHHELD-CATS
              THRU 4150-EXIT.
           PERFORM 4180-REPORT-STAGING
              THRU 4180-EXIT.

           CLOSE XMIT-RPT-FILE.

       4500-EXIT.
           EXIT.

      *    THE QUEUED ROWS ARE STAGED, SENT OR PENDING BY NOW - THE
      *    QUEUE STARTS EMPTY FOR RRBTERM'S NEXT RUN.

       4600-CLEAR-REQUEUE.

           IF WS-REQUEUE-TAKEN NOT = 'Y'
              GO TO 4600-EXIT
           END-IF.

           OPEN OUTPUT REQUEUE-FILE.
           CLOSE REQUEUE-FILE.

       4600-EXIT.
           EXIT.

      *    THE RELEASED ROWS COME OFF STAGENT AHEAD OF THE SEQUENCE
      *    COMMIT, SO A FINALIZE THAT DIES LATER HAS NOTHING LEFT TO
      *    DO HERE. WHEN THIS RUN RELEASED THEM, EVERY ROW WHOSE
      *    RELEASE DATE HAS COME IS DELETED - SENT, OR SCREENED OUT
      *    AND JUDGED AGAIN ON WHATEVER THE NEXT EXTRACT BRINGS. A
      *    RESUMED FINALIZE DID NOT RELEASE ANYTHING ITSELF, SO IT
      *    DELETES ONLY THE DUE ROWS ITS ENVELOPE CARRIES; THE REST
      *    RELEASE AGAIN ON THE NEXT TRANSMISSION DAY.

       4700-CLEAR-RELEASED-STAGE.

           IF WS-STAGE-AVAILABLE NOT = 'Y'
              GO TO 4700-EXIT
           END-IF.

           MOVE 'STAGENT '            TO MJ-FILE-ID.
           MOVE 'D'                   TO MJ-ACTION.

           IF WS-STAGE-SWEPT = 'Y'
              PERFORM 4710-SWEEP-RELEASED-STAGE
                 THRU 4710-EXIT
           ELSE
              PERFORM 4720-CLEAR-ENVELOPE-STAGE
                 THRU 4720-EXIT
           END-IF.

           MOVE 'ACKMAST '            TO MJ-FILE-ID.

       4700-EXIT.
           EXIT.

       4710-SWEEP-RELEASED-STAGE.

           MOVE 'N'                   TO WS-NO-MORE-STAGED.
           MOVE LOW-VALUES            TO SE-SSA-HIC.

           START STAGED-ENT-FILE KEY NOT < SE-SSA-HIC
             INVALID KEY
               GO TO 4710-EXIT
           END-START.

           PERFORM UNTIL END-OF-STAGED-ENT
               READ STAGED-ENT-FILE NEXT
                 AT END
                   MOVE 'Y'            TO WS-NO-MORE-STAGED
                 NOT AT END
                   IF SE-RELEASE-DATE NOT > WS-CYCLE-DATE
                      PERFORM 4730-DELETE-ONE-STAGED
                         THRU 4730-EXIT
                   END-IF
               END-READ
           END-PERFORM.

       4710-EXIT.
           EXIT.

       4720-CLEAR-ENVELOPE-STAGE.

           OPEN INPUT XMIT-STG-FILE.

           IF SG-FILE-STATUS NOT = '00'
              CLOSE XMIT-STG-FILE
              GO TO 4720-EXIT
           END-IF.

           MOVE 'N'                   TO NO-MORE-STAGING.

           PERFORM UNTIL END-OF-STAGING
               READ XMIT-STG-FILE INTO WS-XMIT-WORK
                 AT END
                   MOVE 'Y' TO NO-MORE-STAGING
                 NOT AT END
                   IF XH-RECORD-TYPE = 'XD'
                   OR XH-RECORD-TYPE = 'XM'
                      IF XH-RECORD-TYPE = 'XM'
                         MOVE XMD-SSA-HIC
                                       TO SE-SSA-HIC
                      ELSE
                         MOVE XD-SSA-HIC
                                       TO SE-SSA-HIC
                      END-IF
                      READ STAGED-ENT-FILE
                        INVALID KEY
                          CONTINUE
                        NOT INVALID KEY
                          IF SE-RELEASE-DATE NOT > WS-CYCLE-DATE
                             PERFORM 4730-DELETE-ONE-STAGED
                                THRU 4730-EXIT
                          END-IF
                      END-READ
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XMIT-STG-FILE.

       4720-EXIT.
           EXIT.

      *    THE ROW JUST READ COMES OFF STAGENT, JOURNALED AS IT STOOD.

       4730-DELETE-ONE-STAGED.

           MOVE STAGED-ENT-REC        TO MJ-RECORD-IMAGE.

           DELETE STAGED-ENT-FILE
             INVALID KEY
               DISPLAY 'RRBXMIT,STAGENT DELETE FAILED,'
                       SE-FILE-STATUS ',' SE-SSA-HIC
               GO TO 4730-EXIT
           END-DELETE.

           CALL 'MSTJRNL' USING WS-MSTJRNL-PARAMETERS.
           ADD 1                      TO WS-STAGE-CLEARED.

       4730-EXIT.
           EXIT.

       8000-TERMINATE.

           IF WS-RPT-OPENED = 'Y'
           IF WS-XREF-AVAILABLE = 'Y'
              CLOSE HIC-XREF-FILE
           END-IF.
           IF WS-OUTC-AVAILABLE = 'Y'
              CLOSE OUTCOME-MASTER-FILE
           END-IF.
           IF WS-EXPLOG-AVAILABLE = 'Y'
              CLOSE EXP-LOG-FILE
           END-IF.
           IF WS-STAGE-AVAILABLE = 'Y'
              CLOSE STAGED-ENT-FILE
           END-IF.

           DISPLAY 'RRBXMIT,OUTPUT ROWS READ,' WS-OUTPUT-READ.
           DISPLAY 'RRBXMIT,DETAILS TRANSMITTED,'
                   WS-FINAL-DETAILS.
           DISPLAY 'RRBXMIT,BIC GROUPS,' WS-BIC-GROUPS.
           IF SSA-TRANSMISSION-DAY
              DISPLAY 'RRBXMIT,SEGMENTS,' WS-SEGMENT-COUNT
              DISPLAY 'RRBXMIT,BIC GROUP SPLITS ACROSS SEGMENTS,'
                      WS-GROUPS-SPLIT
           END-IF.
           IF MBI-PRIMARY-ACTIVE
              DISPLAY 'RRBXMIT,MBI-PRIMARY FORM SINCE,'
                      WS-MBI-CUTOVER-DATE
           ELSE
              DISPLAY 'RRBXMIT,LEGACY FORM ONLY,MBI CUTOVER,'
                      WS-MBI-CUTOVER-DATE
           END-IF.
           DISPLAY 'RRBXMIT,LEGACY (XD) DETAILS STAGED,'
                   WS-DETAILS-LEGACY.
           DISPLAY 'RRBXMIT,MBI-PRIMARY (XM) DETAILS STAGED,'
                   WS-DETAILS-MBI.
           DISPLAY 'RRBXMIT,TERMINATED SKIPPED,'
                   WS-TERMINATED-SKIPPED.
           DISPLAY 'RRBXMIT,DUPLICATES SKIPPED,'
                   WS-DUPLICATES-SKIPPED.
           DISPLAY 'RRBXMIT,ALREADY SENT EXPEDITED,'
                   WS-EXPEDITED-SKIPPED.
           DISPLAY 'RRBXMIT,ROWS HELD THIS BUILD,' WS-ROWS-HELD.
           DISPLAY 'RRBXMIT,WITHHELD BY CATEGORY,' WS-ROWS-CAT-HELD.
           DISPLAY 'RRBXMIT,NO OUTCOME RECORD,' WS-NO-OUTCOME.
           DISPLAY 'RRBXMIT,CARRYOVER CARRIED FORWARD,'
                   WS-ROWS-CARRIED.
           DISPLAY 'RRBXMIT,CARRYOVER RELEASED,' WS-ROWS-RELEASED.
           DISPLAY 'RRBXMIT,ACK RECORDS APPLIED,' WS-ACK-APPLIED.
           DISPLAY 'RRBXMIT,ACK ALREADY APPLIED,'
                   WS-ACK-ALREADY-DONE.
           DISPLAY 'RRBXMIT,CANCEL-AND-REPLACE NOTICES STAGED,'
                   WS-CANCELS-STAGED.
           DISPLAY 'RRBXMIT,CANCEL-AND-REPLACE NOTICES SENT,'
                   WS-FINAL-CANCELS.
           DISPLAY 'RRBXMIT,CANCEL FLAGS MARKED SENT,'
                   WS-CANCELS-MARKED.
           DISPLAY 'RRBXMIT,CANCEL FLAGS WAITING ON A REPLACEMENT,'
                   WS-CANCELS-WAITING.
           DISPLAY 'RRBXMIT,SEND HISTORY ROWS RECORDED,'
                   WS-HIST-RECORDED.
           DISPLAY 'RRBXMIT,SEND HISTORY ALREADY RECORDED,'
                   WS-HIST-ALREADY-DONE.
           DISPLAY 'RRBXMIT,SEND HISTORY ROWS WITHOUT RRB HIC,'
                   WS-HIST-NO-RRB-HIC.
           DISPLAY 'RRBXMIT,ACCUMULATED PENDING TRANSMISSION,'
                   WS-ROWS-ACCUMULATED.
           DISPLAY 'RRBXMIT,PENDING RELEASED,' WS-PENDING-RELEASED.
           DISPLAY 'RRBXMIT,PENDING SUPERSEDED,'
                   WS-PENDING-SUPERSEDED.
           DISPLAY 'RRBXMIT,REVERSALS REQUEUED BY RRBTERM,'
                   WS-REQUEUE-RELEASED.
           DISPLAY 'RRBXMIT,FUTURE-DATED ENTITLEMENTS STAGED,'
                   WS-ROWS-STAGED.
           DISPLAY 'RRBXMIT,STAGED ENTITLEMENTS REPLACED,'
                   WS-STAGE-REPLACED.
           DISPLAY 'RRBXMIT,STAGED ENTITLEMENTS SUPERSEDED,'
                   WS-STAGE-SUPERSEDED.
           DISPLAY 'RRBXMIT,STAGED ENTITLEMENTS RELEASED,'
                   WS-STAGE-RELEASED.
           DISPLAY 'RRBXMIT,STAGED ENTITLEMENTS CLEARED,'
                   WS-STAGE-CLEARED.
           IF SSA-TRANSMISSION-DAY
              DISPLAY 'RRBXMIT,SEQUENCE,' WS-SEQUENCE
           ELSE
              DISPLAY 'RRBXMIT,SEQUENCE NOT USED - NO TRANSMISSION'
           END-IF.

       8000-EXIT.
           EXIT.
