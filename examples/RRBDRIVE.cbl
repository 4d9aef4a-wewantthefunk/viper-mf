      * CHECKPOINT/RESTART CONTROL RECORD EVERY CHECKPOINT-INTERVAL
      * RECORDS SO A MID-RUN ABEND CAN BE RESTARTED WITHOUT REDOING
      * CONVERSIONS ALREADY TRUSTED.
      *
      * THE ENTITLEMENT DATE ON AN ENRICHED ROW IS EDITED BEFORE THE
      * HIC IS CONVERTED - SSA BOUNCES AN IMPOSSIBLE DATE DAYS LATER,
      * SO IT IS CHEAPER TO STOP IT HERE. THE DATE MUST BE A REAL
      * CALENDAR DATE (CMNBDCAL), NOT BEFORE THE SITE'S EARLIEST
      * ENTITLEMENT DATE (SITEPARM ENTEARLIEST), NOT MORE THAN THE
      * SITE-SET NUMBER OF MONTHS PAST THE BUSINESS DATE (SITEPARM
      * ENTMAXMONTHS), AND NOT AFTER A TERMINATION DATE RRBTERM HAS
      * RECORDED ON THE CROSSWALK MASTER. A FAILURE REJECTS THE ROW
      * WITH ITS OWN REASON CODE - 07 NOT A DATE, 08 TOO EARLY, 09
      * TOO FAR AHEAD, 10 AFTER TERMINATION - AND LOGS IT ON RRBEXCP
      * UNDER SOURCE PROGRAM RRBDRIVE. A DATE REJECT IS NOT
      * RECYCLED: THE HIC IS GOOD, AND A RECYCLED ROW CARRIES NO
      * ENRICHMENT, SO RECYCLING WOULD ONLY SEND IT ON WITHOUT ITS
      * DATE. THE SOURCE REGION RESENDS IT CORRECTED.
      *
      * THE CLAIM-TYPE CODE ON AN ENRICHED ROW IS VALIDATED AGAINST
      * THE SITE-MAINTAINED CLMTYPES REGISTRY (CODE, DESCRIPTION,
      * AND THE SOURCE REGIONS THE TYPE IS EXPECTED FROM - ALL BLANK
      * MEANS EVERY REGION). A CODE NOT ON THE REGISTRY REJECTS 11;
      * A CODE THE SENDING REGION IS NOT EXPECTED TO SEND REJECTS
      * 12. BOTH TRAVEL THE SAME PATH AS THE DATE REJECTS. NO
      * REGISTRY MEANS NO CLAIM-TYPE EDIT. CLMTYVOL REPORTS THE
      * WEEK'S VOLUMES PER CLAIM TYPE OFF THE SAME REGISTRY.
      *
      * EVERY REJECT IS ALSO WRITTEN TO THE RRBFDBK FEEDBACK FILE
      * WITH ITS SOURCE REGION, REASON, ATTEMPT COUNT AND WHETHER IT
      * WENT TO THE RECYCLE FILE OR AGED OUT TONIGHT. AT END OF JOB
      * ONE CONTROL ROW PER REGION WHOSE EXTRACT WAS CONVERTED FOLLOWS
      * THE REJECTS - THE EXTRACT'S BALANCED DETAIL COUNT AND HOW MANY
      * OF ITS RECORDS WERE ACCEPTED AND REJECTED TONIGHT (RECYCLED
      * AND CORRECTED RECORDS ARE NOT PART OF ANY EXTRACT, SO THEY ARE
      * LEFT OUT OF THESE). REGFDBK SPLITS IT INTO ONE MACHINE-
      * READABLE FILE PER SOURCE REGION THE REGION CAN BALANCE.
      *
      * A SECOND OR THIRD REGION WHOSE EXTRACT THE XTRWATCH PRE-
      * STREAM CHECK FOUND STALE (HEADER DATE NOT TONIGHT'S) IS LEFT
      * OUT OF THE NIGHT INSTEAD OF FAILING THE BALANCE - XTRWATCH
      * HAS ALREADY ALERTED IT, AND THE OTHER REGIONS CONVERT AS
      * USUAL. THE MANDATORY RRBFILE IS NEVER LEFT OUT.
      *
      * EVERY EXTRACT THAT BALANCES IS REGISTERED WITH THE INFILREG
      * INBOUND-FILE REGISTRY BEFORE ANYTHING IS CONVERTED - HEADER
      * DATE, SOURCE, TRAILER COUNT AND A FINGERPRINT OF ITS RECORDS
      * TAKEN DURING THE BALANCING PASS. AN EXTRACT ALREADY TAKEN ON
      * AN EARLIER RUN STOPS THE RUN WITH RETURN CODE 8 (INFILREG
      * HAS ALERTED IT) UNLESS THE OPERATOR HAS SET THE INFREPRO
      * OVERRIDE. A CHECKPOINT RESTART IS EXPECTED TO SEE ITS OWN
      * EXTRACTS AGAIN AND IS LET THROUGH.
      *
      * A BAD EXTRACT USED TO CONVERT TO THE END AND FILL THE RECYCLE
      * AND FEEDBACK FILES WITH REJECTS BEFORE ANYONE SAW IT. THE
      * REJECT BREAKER WATCHES THE REJECT RATE OVER A ROLLING WINDOW
      * OF THE MOST RECENT RECORDS (SITEPARM BRKWINDOW), OVERALL AND
      * FOR THE CURRENT RECORD'S SOURCE REGION WITHIN THAT WINDOW.
      * ONCE AT LEAST BRKMINSAMPLE RECORDS (OF THAT REGION, FOR THE
      * REGION TEST) ARE IN THE WINDOW, A RATE AT OR ABOVE BRKREJPCT
      * OVERALL OR BRKRGNREJPCT FOR THE REGION TRIPS IT - A ZERO
      * PERCENTAGE TURNS THAT TEST OFF. A TRIP WRITES A CLEAN
      * CHECKPOINT MARKED HELD, RAISES AN ALERTSUB ALERT NAMING THE
      * RATE, THE REGION AND THE WINDOW'S TOP THREE REJECT REASONS,
      * LISTS EVERY REASON IN THE WINDOW ON SYSOUT, CLOSES THE FILES
      * WITHOUT A TRAILER AND STOPS WITH RETURN CODE 10 - HELD FOR
      * REVIEW, WHICH STREAMCT RECORDS AS HELD RATHER THAN AS AN
      * ABEND. WHILE THE CHECKPOINT IS HELD EVERY RUN STOPS AGAIN AT
      * RETURN CODE 10 BEFORE TOUCHING ANYTHING, UNTIL THE OPERATOR
      * WHO HAS LOOKED AT THE REJECTS SETS THE RRBBRKOK OVERRIDE TO
      * 'Y'. THE RUN THEN RESUMES FROM THE CHECKPOINT IN THE USUAL
      * WAY WITH THE BREAKER STOOD DOWN FOR THE REST OF THE RUN (THE
      * SAME REJECTS WOULD ONLY TRIP IT AGAIN), AND A SEVERITY-04
      * ALERT PUTS THE RELEASE ON RECORD. THE OVERRIDE MEANS NOTHING
      * TO A RUN WHOSE CHECKPOINT IS NOT HELD.
      *
      * A CLEAN END OF JOB ALSO APPENDS ONE ROW TO THE CNVHIST
      * CONVERSION HISTORY (COPYBOOK CNVHIST) SPLITTING THE NIGHT'S
      * CONVERSIONS INTO FIRST-PASS AND LATER (RECYCLE OR CLERK
      * CORRECTION) - THE FISCAL-YEAR REPORT'S CONVERSION RATES ARE
      * BUILT FROM IT.
      *
      * EACH EXTRACT'S HEADER NAMES ITS LAYOUT VERSION (POSITIONS
      * 13-14), AND THE BALANCING PASS LOOKS IT UP ON THE XTRLAYT
      * LAYOUT REGISTRY THROUGH XLAYLOOK. AN UNKNOWN OR RETIRED
      * VERSION FAILS THE BALANCE LIKE ANY OTHER BAD HEADER. THE
      * MAIN PASS PICKS THE ENTITLEMENT DATE, CLAIM TYPE,
      * BENEFICIARY TYPE AND DATE OF BIRTH OUT AT THE VERSION'S
      * POSITIONS, AND ALL FOUR RIDE THROUGH TO RRBOUT. VERSION 01
      * IS THE CLASSIC EXTRACT AND 02 THE ENRICHED ONE; A HEADER
      * WITH NO VERSION IS READ AS 02.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS AGE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    ONE ROW PER REJECT, AND ONE CONTROL ROW PER REGION AT END
      *    OF JOB, FOR REGFDBK'S PER-REGION FEEDBACK FILES - THE
      *    SOURCE REGIONS LOAD THEIR FIXES FROM IT INSTEAD OF
      *    RE-KEYING THEM FROM A PRINTOUT.

           SELECT REJECT-FEEDBACK-FILE
                                  ASSIGN TO RRBFDBK
                                  FILE STATUS IS FB-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    OPTIONAL SITE-SET MAXIMUM ATTEMPTS, ONE 2-DIGIT RECORD.
      *    WHEN THE DD/FILE IS MISSING THE COMPILED-IN DEFAULT IS
      *    USED, THE SAME CONVENTION AS COMPL001'S STATUS-TABLE-FILE.
                                  FILE STATUS IS RCC-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE SITE-MAINTAINED CLAIM-TYPE REGISTRY. ROW: CODE(2),
      *    DESCRIPTION(30), UP TO SIX EXPECTED SOURCE REGIONS(3 EACH).

           SELECT OPTIONAL CLAIM-TYPE-FILE
                                  ASSIGN TO CLMTYPES
                                  FILE STATUS IS CT-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    TONIGHT'S EXTRACT-DELIVERY EXCEPTIONS FROM THE XTRWATCH
      *    PRE-STREAM CHECK - A STALE SECOND OR THIRD REGION LISTED
      *    HERE IS LEFT OUT OF THE NIGHT RATHER THAN FAILING THE
      *    BALANCE.

           SELECT OPTIONAL XTR-EXCEPTION-FILE
                                  ASSIGN TO XTREXCP
                                  FILE STATUS IS XE-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

      *    THE HIC CROSSWALK MASTER, READ-ONLY - THE ENTITLEMENT-DATE
      *    EDIT CHECKS A RECORDED TERMINATION DATE. RRBTOSSA KEEPS
      *    ITS OWN UPDATE CONNECTION; THIS ONE ONLY READS. TEST-SCOPED
      *    DSN UNDER THE SHARED BTCHTEST SWITCH.

           SELECT HIC-XREF-FILE   ASSIGN TO WS-HICXREF-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE DYNAMIC
                                  RECORD KEY IS HX-RRB-HIC
                                  FILE STATUS IS HX-FILE-STATUS.

      *    THE NIGHTLY FIRST-PASS/LATER CONVERSION SPLIT, APPENDED.

           SELECT CNV-HISTORY-FILE
                                  ASSIGN TO CNVHIST
                                  FILE STATUS IS CH-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *    THE EXTRACTS ARRIVE IN WHICHEVER LAYOUT THE HEADER'S
      *    VERSION NAMES ON THE XTRLAYT REGISTRY (XLAYLOOK) - 01 THE
      *    CLASSIC 12-BYTE HIC, 02 THE ENRICHED 22-BYTE FORMAT (HIC,
      *    ENTITLEMENT DATE, CLAIM-TYPE CODE), LATER VERSIONS UP TO
      *    80 BYTES. THE CONVERSION KEYS ON THE HIC EXACTLY AS
      *    BEFORE; THE ENRICHMENT IS PICKED OUT AT THE REGISTRY'S
      *    POSITIONS AND RIDES THROUGH TO RRBOUT.

       FD  INPUTFILE
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-IN1-LEN.

       01  RRB-REC.
           02  RRB-NUMBER          PIC X(12).
           02  RRB-ENRICH-1        PIC X(68).

       FD  INPUTFIL2
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-IN2-LEN.

       01  RRB-REC-2.
           02  RRB-NUMBER-2        PIC X(12).
           02  RRB-ENRICH-2        PIC X(68).

       FD  INPUTFIL3
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-IN3-LEN.

       01  RRB-REC-3.
           02  RRB-NUMBER-3        PIC X(12).
           02  RRB-ENRICH-3        PIC X(68).

       FD  OUTPUTFILE
           RECORD CONTAINS 49 CHARACTERS.

      *    OUT-ENT-DATE/OUT-CLAIM-TYPE CARRY THE ENRICHED EXTRACT'S
      *    ENTITLEMENT DATE AND CLAIM-TYPE CODE THROUGH TO THE
      *    TRANSMISSION DETAIL - SPACES ON A CLASSIC-FORMAT ROW AND
      *    ON A RECYCLED ROW (THE RECYCLE FILE CARRIES THE BARE HIC;
      *    THE SOURCE RESUPPLIES ENRICHMENT WHEN IT RESENDS).
      *    OUT-BENE-TYPE/OUT-BIRTH-DATE DO THE SAME FOR THE
      *    BENEFICIARY TYPE CODE AND DATE OF BIRTH, SPACES UNLESS THE
      *    EXTRACT'S LAYOUT VERSION CARRIES THEM.

       01  RRB-OUT-REC.
           02  OUT-RRB-HIC         PIC X(12).
           02  OUT-SOURCE          PIC X(03).
           02  OUT-ENT-DATE        PIC X(08).
           02  OUT-CLAIM-TYPE      PIC X(02).
           02  OUT-BENE-TYPE       PIC X(02).
           02  OUT-BIRTH-DATE      PIC X(08).

      *    BALANCED TRAILER WRITTEN AT END OF JOB SO THE DOWNSTREAM
      *    TRANSMISSION STEP CAN BALANCE AGAINST US THE SAME WAY WE
      *    PLUS RECYCLE PLUS CORRECTIONS AGAINST THE TOTAL.

           02  OTR-SUPERSEDED      PIC 9(05).
           02  FILLER              PIC X(20).

      *    THE CHECKPOINT ALSO CARRIES THE EXPECTED TOTAL (FROM THE
      *    EXTRACTS' BALANCING TRAILERS PLUS THE RECYCLE RECORDS
           02  CKPT-MS-PER-1000    PIC 9(09).
           02  CKPT-ACCEPTED       PIC 9(09).
           02  CKPT-REJECTED       PIC 9(09).
           02  CKPT-HOLD-FLAG      PIC X(01).
               88  CKPT-BREAKER-HOLD          VALUE 'B'.
           02  FILLER              PIC X(08).

       FD  BOUNDARY-RPT-FILE
           RECORD CONTAINS 37 CHARACTERS.
           02  AGE-SOURCE          PIC X(03).
           02  FILLER              PIC X(12).

      *    FB-RECYCLED-FLAG 'Y' WHEN THE REJECT WENT TO TONIGHT'S
      *    RECYCLE FILE; FB-AGED-FLAG 'Y' WHEN IT EXHAUSTED ITS
      *    ATTEMPTS AND WENT TO RRBAGED INSTEAD. BOTH 'N' ON AN
      *    ENRICHMENT REJECT, WHICH IS NEVER RECYCLED.
      *
      *    FB-ROW-TYPE 'C' MARKS A REGION'S END-OF-JOB CONTROL ROW -
      *    THE EXTRACT'S BALANCED DETAIL COUNT AND ITS RECORDS
      *    ACCEPTED AND REJECTED TONIGHT, FBC-RESTARTED 'Y' WHEN THE
      *    RUN CAME BACK FROM A CHECKPOINT (THE RECORDS CONVERTED
      *    BEFORE THE ABEND ARE THEN NOT IN THE TWO COUNTS). A REJECT
      *    ROW LEAVES IT BLANK.

       FD  REJECT-FEEDBACK-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  REJECT-FEEDBACK-REC.
           02  FB-EXTRACT-DATE     PIC X(08).
           02  FB-SOURCE           PIC X(03).
           02  FB-RRB-HIC          PIC X(12).
           02  FB-REJECT-REASON    PIC X(02).
           02  FB-ATTEMPTS         PIC 9(02).
           02  FB-RECYCLED-FLAG    PIC X(01).
           02  FB-AGED-FLAG        PIC X(01).
           02  FB-ROW-TYPE         PIC X(01).
           02  FILLER              PIC X(30).

       01  REJECT-CONTROL-REC.
           02  FBC-EXTRACT-DATE    PIC X(08).
           02  FBC-SOURCE          PIC X(03).
           02  FILLER              PIC X(18).
           02  FBC-ROW-TYPE        PIC X(01).
           02  FBC-RECEIVED        PIC 9(09).
           02  FBC-ACCEPTED        PIC 9(09).
           02  FBC-REJECTED        PIC 9(09).
           02  FBC-RESTARTED       PIC X(01).
           02  FILLER              PIC X(02).

       FD  RECYCLE-CTL-FILE
           RECORD CONTAINS 2 CHARACTERS.

       01  RECYCLE-CTL-REC         PIC 9(02).

       FD  CLAIM-TYPE-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  CLAIM-TYPE-REC.
           05  CT-CODE             PIC X(02).
           05  CT-DESC             PIC X(30).
           05  CT-REGION           PIC X(03)  OCCURS 6 TIMES.

       FD  XTR-EXCEPTION-FILE
           RECORD CONTAINS 40 CHARACTERS.

           COPY XTREXCP.

       FD  HIC-XREF-FILE.

       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  HX-SSA-HIC              PIC  X(11).
           05  HX-SSA-MBI              PIC  X(11).
           05  HX-SSA-BIC              PIC  X(02).
           05  HX-FIRST-SEEN           PIC  X(26).
           05  HX-LAST-SEEN            PIC  X(26).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  CNV-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY CNVHIST.

       WORKING-STORAGE SECTION.

       01  FILE-STATUS             PIC X(02).
       01  CRI-FILE-STATUS         PIC X(02).
       01  RCO-FILE-STATUS         PIC X(02).
       01  AGE-FILE-STATUS         PIC X(02).
       01  FB-FILE-STATUS          PIC X(02).
       01  RCC-FILE-STATUS         PIC X(02).
       01  HX-FILE-STATUS          PIC X(02).
       01  CT-FILE-STATUS          PIC X(02).
       01  XE-FILE-STATUS          PIC X(02).
       01  CH-FILE-STATUS          PIC X(02).

       01  WS-HICXREF-DSN          PIC X(08).

      *    'N' WHEN THE CROSSWALK MASTER COULDN'T BE OPENED - THE
      *    TERMINATION-DATE EDIT IS SKIPPED AND THE OTHER DATE EDITS
      *    STILL RUN.

       01  WS-XREF-AVAILABLE       PIC X(01)  VALUE 'N'.

           COPY WSTMODE.

       01  WS-SWITCHES.
           05  NO-MORE-RECORDS     PIC X(01)  VALUE 'N'.
           05  WS-RECYCLE-OUT-COUNT
                                   PIC 9(09)  VALUE ZERO.
           05  WS-AGED-OUT-COUNT   PIC 9(09)  VALUE ZERO.
           05  WS-FIRST-PASS-CONV  PIC 9(09)  VALUE ZERO.
           05  WS-LATER-CONVERTED  PIC 9(09)  VALUE ZERO.
           05  WS-ENT-DATE-REJECTS PIC 9(09)  VALUE ZERO.
           05  WS-CLAIM-TYPE-REJECTS
                                   PIC 9(09)  VALUE ZERO.

      *    ATTEMPT HISTORY CARRIED ALONGSIDE THE RECORD CURRENTLY IN
      *    WS-RRBTOSSA-PARAMETERS - ZERO/TODAY FOR A FRESH EXTRACT
               10  WS-IN-DETAILS   PIC 9(09).
               10  WS-IN-SOURCE    PIC X(03).
               10  WS-IN-SEQ       PIC 9(09).
               10  WS-IN-SKIP      PIC X(01).
               10  WS-IN-HASH      PIC 9(15).

      *    THE LAYOUT THE HEADER'S VERSION NAMED - WHERE EACH
      *    ENRICHMENT FIELD STARTS IN THE DETAIL, ZERO WHEN THE
      *    VERSION DOES NOT CARRY IT.

               10  WS-IN-VERSION   PIC X(02).
               10  WS-IN-ENT-POS   PIC 9(03).
               10  WS-IN-CLAIM-POS PIC 9(03).
               10  WS-IN-BENE-POS  PIC 9(03).
               10  WS-IN-BIRTH-POS PIC 9(03).

       01  WS-ACTIVE-INPUT         PIC 9(01)  VALUE 1.
       01  WS-VALIDATE-FILE        PIC 9(01)  VALUE ZERO.
       01  WS-DETAIL-READY         PIC X(01)  VALUE 'N'.
       01  WS-RAW-EOF              PIC X(01)  VALUE 'N'.

      *    LABELED-EXTRACT VIEWS OF THE INPUT RECORD JUST READ,
      *    WHICHEVER DD IT CAME FROM - THE 12-BYTE HIC (OR HEADER OR
      *    TRAILER) AND, AFTER IT, WHATEVER THE ROW CARRIES PAST THE
      *    HIC: THE HEADER'S LAYOUT VERSION, OR A DETAIL'S
      *    ENRICHMENT, SPACES WHEN THE ROW STOPS AT 12 BYTES.

       01  WS-INPUT-RECORD.
           05  WS-INPUT-WORK       PIC X(12)  VALUE SPACE.
           05  WS-INPUT-HDR REDEFINES WS-INPUT-WORK.
               10  WH-RECORD-TYPE  PIC X(01).
               10  WH-EXTRACT-DATE PIC X(08).
               10  WH-SOURCE-CODE  PIC X(03).
           05  WS-INPUT-TRL REDEFINES WS-INPUT-WORK.
               10  WT-RECORD-TYPE  PIC X(01).
               10  WT-RECORD-COUNT PIC 9(09).
               10  FILLER          PIC X(02).
           05  WS-INPUT-ENRICH     PIC X(68)  VALUE SPACE.
           05  WS-INPUT-HDR-EXT REDEFINES WS-INPUT-ENRICH.
               10  WH-LAYOUT-VERSION
                                   PIC X(02).
               10  FILLER          PIC X(66).

       01  WS-INPUT-LEN            PIC 9(02)  VALUE 12.
       01  WS-IN1-LEN              PIC 9(02)  VALUE 12.
       01  WS-IN2-LEN              PIC 9(02)  VALUE 12.
       01  WS-CURRENT-ENRICH.
           05  WS-CURRENT-ENT-DATE PIC X(08)  VALUE SPACE.
           05  WS-CURRENT-CLAIM    PIC X(02)  VALUE SPACE.
           05  WS-CURRENT-BENE-TYPE
                                   PIC X(02)  VALUE SPACE.
           05  WS-CURRENT-BIRTH-DATE
                                   PIC X(08)  VALUE SPACE.

      *    ENTITLEMENT-DATE EDIT LIMITS - THE EARLIEST ACCEPTABLE
      *    DATE AND HOW MANY MONTHS PAST THE BUSINESS DATE A DATE
      *    MAY FALL, BOTH FROM SITEPARM THROUGH GETPARM. THE MONTH
      *    LIMIT IS HELD AS YEAR*12+MONTH SO THE COMPARISON NEEDS NO
      *    DAY-OF-MONTH ARITHMETIC.

       01  WS-ENT-EARLIEST         PIC X(08)  VALUE '19660701'.
       01  WS-ENT-MAX-MONTHS       PIC 9(03)  VALUE 12.
       01  WS-ENT-LIMIT-MONTHS     PIC 9(07)  VALUE ZERO.
       01  WS-ENT-ROW-MONTHS       PIC 9(07)  VALUE ZERO.
       01  WS-ENT-DATE-WORK        PIC 9(08)  VALUE ZERO.
       01  WS-ENT-DATE-PARTS REDEFINES WS-ENT-DATE-WORK.
           05  WS-ENT-YYYY         PIC 9(04).
           05  WS-ENT-MM           PIC 9(02).
           05  WS-ENT-DD           PIC 9(02).

      *    THE CLAIM-TYPE REGISTRY, LOADED ONCE.

       01  WS-CLMT-EOF             PIC X(01)  VALUE 'N'.
       01  WS-CLMT-COUNT           PIC 9(03)  VALUE ZERO.
       01  WS-CLMT-TABLE.
           05  WS-CLMT-ENTRY       OCCURS 100 TIMES.
               10  WS-CLMT-CODE        PIC X(02).
               10  WS-CLMT-REGION      PIC X(03)  OCCURS 6 TIMES.
       01  WS-CLMT-IDX             PIC 9(03)  VALUE ZERO.
       01  WS-CLMT-MATCH           PIC 9(03)  VALUE ZERO.
       01  WS-CLMT-RGN-IDX         PIC 9(01)  VALUE ZERO.
       01  WS-CLMT-RGN-LISTED      PIC X(01)  VALUE 'N'.
       01  WS-CLMT-RGN-FOUND       PIC X(01)  VALUE 'N'.

      *    THE REASON AN ENRICHMENT EDIT (DATE OR CLAIM TYPE)
      *    REJECTED THE ROW - SPACE WHEN IT PASSED OR WAS NOT EDITED.

       01  WS-ENRICH-REJECT-REASON    PIC X(02)  VALUE SPACE.

      *    PARAMETERS FOR XLAYLOOK - SAME LAYOUT AS XLAYLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-XLAYLOOK-PARAMETERS.
           05  LY-VERSION              PIC  X(02).
           05  LY-RECORD-LENGTH        PIC  9(03).
           05  LY-ENT-DATE-POS         PIC  9(03).
           05  LY-CLAIM-TYPE-POS       PIC  9(03).
           05  LY-BENE-TYPE-POS        PIC  9(03).
           05  LY-BIRTH-DATE-POS       PIC  9(03).
           05  LY-SOURCE               PIC  X(01).
           05  LY-RETURN-CODE          PIC  9(02).

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

      *    THE DAY'S CORRECTIONS, LOADED UP FRONT SO THE RECYCLE
      *    DRAIN CAN RETIRE THE ORIGINALS AS IT PASSES THEM.
       01  WS-CORR-SUPERSEDED      PIC 9(05)  VALUE ZERO.

      *    PER-SOURCE ACCEPTED/REJECTED COUNTS FOR THE END-OF-JOB
      *    CHARGEBACK LINES. TEN REGIONS IS GENEROUS. THE XTR PAIR
      *    COUNTS ONLY THE RECORDS TAKEN FROM THE REGION'S EXTRACT
      *    TONIGHT, FOR ITS RRBFDBK CONTROL ROW.

       01  WS-SOURCE-STATS.
           05  WS-SRC-COUNT        PIC 9(02)  VALUE ZERO.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-ACCEPTED PIC 9(09).
               10  WS-SRC-REJECTED PIC 9(09).
               10  WS-SRC-XTR-ACCEPTED
                                   PIC 9(09).
               10  WS-SRC-XTR-REJECTED
                                   PIC 9(09).

       01  WS-SRC-IDX              PIC 9(02)  VALUE ZERO.
       01  WS-SRC-FOUND            PIC 9(02)  VALUE ZERO.

      *    THE REGION CONTROL ROW BEING BUILT AT END OF JOB.

       01  WS-CTL-FILE             PIC 9(01)  VALUE ZERO.
       01  WS-CTL-SOURCE           PIC X(03)  VALUE SPACE.
       01  WS-CTL-RECEIVED         PIC 9(09)  VALUE ZERO.
       01  WS-CTL-COVERED          PIC X(01)  VALUE 'N'.

      *    REJECT BREAKER LIMITS FROM SITEPARM THROUGH GETPARM, WITH
      *    THESE DEFAULTS WHEN THE SITE HAS NO VALID ROW. THE WINDOW
      *    CANNOT EXCEED THE 5000 SLOTS OF THE RING BELOW.

       01  WS-BRK-LIMITS.
           05  WS-BRK-WINDOW       PIC 9(04)  VALUE 1000.
           05  WS-BRK-MIN-SAMPLE   PIC 9(04)  VALUE 0200.
           05  WS-BRK-REJ-PCT      PIC 9(03)  VALUE 025.
           05  WS-BRK-RGN-REJ-PCT  PIC 9(03)  VALUE 040.

      *    'N' ONCE THE BREAKER IS STOOD DOWN BY THE OPERATOR OVERRIDE
      *    ON A HELD RESTART. WS-BRK-HOLD IS WHAT 3000 STAMPS ON THE
      *    CHECKPOINT - 'B' ONLY ON THE TRIP CHECKPOINT.

       01  WS-BRK-ARMED            PIC X(01)  VALUE 'Y'.
           88  BREAKER-ARMED                  VALUE 'Y'.
       01  WS-BRK-HOLD             PIC X(01)  VALUE SPACE.
       01  WS-BRK-OVERRIDE         PIC X(01)  VALUE 'N'.
           88  BREAKER-OVERRIDE-SET           VALUE 'Y'.

      *    THE ROLLING WINDOW - ONE SLOT PER RECORD, REUSED IN A RING.
      *    EACH SLOT HOLDS THE RECORD'S WS-SOURCE-STATS ENTRY (ZERO
      *    WHEN THAT TABLE WAS FULL) AND ITS REJECT REASON AS A NUMBER
      *    (ZERO FOR AN ACCEPTED RECORD, 99 FOR A NON-NUMERIC REASON).
      *    THE RUNNING COUNTS ARE KEPT IN STEP AS SLOTS ARE REUSED SO
      *    NOTHING IS EVER RECOUNTED.

       01  WS-BRK-RING.
           05  WS-BRK-SLOT         OCCURS 5000 TIMES.
               10  WS-BRK-SLOT-SRC     PIC 9(02).
               10  WS-BRK-SLOT-REASON  PIC 9(02).

       01  WS-BRK-COUNTS.
           05  WS-BRK-POS          PIC 9(04)  VALUE ZERO.
           05  WS-BRK-IN-WINDOW    PIC 9(04)  VALUE ZERO.
           05  WS-BRK-REJECTS      PIC 9(04)  VALUE ZERO.
           05  WS-BRK-RGN-ENTRY    OCCURS 10 TIMES.
               10  WS-BRK-RGN-SEEN     PIC 9(04).
               10  WS-BRK-RGN-REJECTS  PIC 9(04).
           05  WS-BRK-REASON-COUNT PIC 9(04)  OCCURS 99 TIMES.

       01  WS-BRK-WORK.
           05  WS-BRK-NEW-SRC      PIC 9(02)  VALUE ZERO.
           05  WS-BRK-NEW-REASON   PIC 9(02)  VALUE ZERO.
           05  WS-BRK-OLD-SRC      PIC 9(02)  VALUE ZERO.
           05  WS-BRK-OLD-REASON   PIC 9(02)  VALUE ZERO.
           05  WS-BRK-RATE         PIC 9(03)  VALUE ZERO.
           05  WS-BRK-TRIP-RGN     PIC X(03)  VALUE SPACE.
           05  WS-BRK-TRIP-SAMPLE  PIC 9(04)  VALUE ZERO.
           05  WS-BRK-IDX          PIC 9(03)  VALUE ZERO.
           05  WS-BRK-SCAN         PIC 9(04)  VALUE ZERO.
           05  WS-BRK-TOP-IDX      PIC 9(01)  VALUE ZERO.
           05  WS-BRK-BEST         PIC 9(02)  VALUE ZERO.
           05  WS-BRK-TEXT-PTR     PIC 9(03)  VALUE ZERO.

      *    THE REASON MIX BEHIND A TRIP - THE WHOLE WINDOW'S, OR JUST
      *    THE TRIPPING REGION'S - AND ITS THREE COMMONEST REASONS,
      *    FOR THE ALERT.

       01  WS-BRK-MIX-TABLE.
           05  WS-BRK-MIX-COUNT    PIC 9(04)  OCCURS 99 TIMES.

       01  WS-BRK-TOP-TABLE.
           05  WS-BRK-TOP-ENTRY    OCCURS 3 TIMES.
               10  WS-BRK-TOP-REASON   PIC 9(02).
               10  WS-BRK-TOP-COUNT    PIC 9(04).

      *    PER-RUN TIMING STATISTICS - WALL-CLOCK ELAPSED TIME PER
      *    THOUSAND RECORDS, MEASURED OVER EACH CHECKPOINT INTERVAL AND
      *    OVER THE WHOLE RUN, SO WE CAN TELL IF RRBTOSSA'S PER-RECORD
           05  RL-RECORDS-REJECTED     PIC  9(09).
           05  RL-SEVERITY             PIC  9(02).

      *    PARAMETERS FOR INFILREG - SAME LAYOUT AS INFILREG'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-INFILREG-PARAMETERS.
           05  IR-FUNCTION             PIC  X(01).
           05  IR-SOURCE-PGM           PIC  X(08).
           05  IR-FILE-CLASS           PIC  X(08).
           05  IR-DDNAME               PIC  X(08).
           05  IR-HEADER-DATE          PIC  X(08).
           05  IR-SOURCE-CODE          PIC  X(03).
           05  IR-RECORD-COUNT         PIC  9(09).
           05  IR-HASH-TOTAL           PIC  9(15).
           05  IR-ID-KIND              PIC  X(01).
           05  IR-RESTART              PIC  X(01).
           05  IR-RECORD-LENGTH        PIC  9(04).
           05  IR-RECORD-AREA          PIC  X(80).
           05  IR-FIRST-PGM            PIC  X(08).
           05  IR-FIRST-TIMESTAMP      PIC  X(26).
           05  IR-RETURN-CODE          PIC  9(02).


       PROCEDURE DIVISION.

           CALL 'GETBDATE' USING WS-GETBDATE-PARAMETERS.
           MOVE GB-DATE               TO WS-TODAY-DATE.

           PERFORM 1020-CHECK-BREAKER-HOLD
              THRU 1020-EXIT.

           PERFORM 1050-VALIDATE-EXTRACT
              THRU 1050-EXIT.

              OPEN OUTPUT AGED-REJECT-FILE
           END-IF.

           OPEN EXTEND REJECT-FEEDBACK-FILE.
           IF FB-FILE-STATUS NOT = '00'
              OPEN OUTPUT REJECT-FEEDBACK-FILE
           END-IF.

      *    LAST NIGHT'S RECYCLE FILE IS DRAINED AHEAD OF THE NEW
      *    EXTRACT. WHEN THE DD/FILE IS ABSENT THE RUN STARTS STRAIGHT
      *    INTO THE EXTRACT.
           PERFORM 1200-LOAD-MAX-ATTEMPTS
              THRU 1200-EXIT.

           PERFORM 1400-LOAD-ENT-DATE-LIMITS
              THRU 1400-EXIT.

           PERFORM 1500-LOAD-CLAIM-TYPES
              THRU 1500-EXIT.

           PERFORM 1600-LOAD-BREAKER-LIMITS
              THRU 1600-EXIT.

           PERFORM 3200-CAPTURE-SECONDS
              THRU 3200-EXIT.

       1000-EXIT.
           EXIT.

      *    A CHECKPOINT THE REJECT BREAKER LEFT HELD STOPS THE RUN
      *    AGAIN - BEFORE ANY EXTRACT IS BALANCED OR REGISTERED - UNTIL
      *    THE OPERATOR SETS THE RRBBRKOK OVERRIDE. WITH IT, THE RUN
      *    RESUMES FROM THE CHECKPOINT WITH THE BREAKER STOOD DOWN.

       1020-CHECK-BREAKER-HOLD.

           MOVE SPACE                 TO CKPT-HOLD-FLAG.

           OPEN INPUT CHECKPOINT-FILE.

           IF CKPT-FILE-STATUS NOT = '00'
              GO TO 1020-EXIT
           END-IF.

           READ CHECKPOINT-FILE
              AT END MOVE SPACE TO CKPT-HOLD-FLAG
           END-READ.

           CLOSE CHECKPOINT-FILE.

           IF NOT CKPT-BREAKER-HOLD
              GO TO 1020-EXIT
           END-IF.

           ACCEPT  WS-BRK-OVERRIDE  FROM  ENVIRONMENT  'RRBBRKOK'.

           MOVE 'RRBDRIVE'            TO AP-SOURCE-PGM.

           IF BREAKER-OVERRIDE-SET
              MOVE 'N'                TO WS-BRK-ARMED
              DISPLAY 'RRBDRIVE,REJECT BREAKER HOLD RELEASED BY '
                      'RRBBRKOK,RESUMING AFTER RECORD '
                      CKPT-RECORD-COUNT
              MOVE 04                 TO AP-SEVERITY
              MOVE 'REJECT BREAKER HOLD RELEASED BY OPERATOR OVERRIDE'
                                      TO AP-ALERT-TEXT
              CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS
              GO TO 1020-EXIT
           END-IF.

           DISPLAY 'RRBDRIVE,HELD FOR REVIEW BY THE REJECT BREAKER '
                   'AT RECORD ' CKPT-RECORD-COUNT.
           DISPLAY 'RRBDRIVE,SET RRBBRKOK=Y TO RESUME FROM THE '
                   'CHECKPOINT ONCE THE REJECTS ARE REVIEWED'.

           MOVE 08                    TO AP-SEVERITY.
           MOVE 'CONVERSION STILL HELD BY REJECT BREAKER - NO RRBBRKOK'
                                      TO AP-ALERT-TEXT.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

           MOVE 10                    TO RETURN-CODE.

           GOBACK.

       1020-EXIT.
           EXIT.

      *    BALANCING PRE-PASS OVER EVERY LABELED EXTRACT PRESENT. FOR
      *    EACH INPUT DD: THE HEADER MUST BE FIRST AND CARRY TODAY'S
      *    DATE, THE TRAILER MUST BE LAST, AND ITS COUNT MUST MATCH

       1050-VALIDATE-EXTRACT.

           PERFORM 1045-LOAD-XTR-EXCEPTIONS
              THRU 1045-EXIT.

           PERFORM VARYING WS-VALIDATE-FILE FROM 1 BY 1
                     UNTIL WS-VALIDATE-FILE > 3
               MOVE 'N'  TO WS-IN-PRESENT (WS-VALIDATE-FILE)
                 THRU 1090-EXIT
           END-IF.

           PERFORM 1095-REGISTER-EXTRACTS
              THRU 1095-EXIT.

       1050-EXIT.
           EXIT.


           MOVE 'Y' TO WS-IN-PRESENT (WS-VALIDATE-FILE).

      *    A REGION XTRWATCH ALREADY FOUND STALE TONIGHT IS LEFT OUT -
      *    ALERTED AND ON STRMOUT THERE, NOT BALANCED HERE.

           IF WS-IN-SKIP (WS-VALIDATE-FILE) = 'Y'
              DISPLAY 'RRBDRIVE,EXTRACT ' WS-VALIDATE-FILE
                      ' STALE PER XTRWATCH,REGION LEFT OUT TONIGHT'
              MOVE 'N' TO WS-IN-PRESENT (WS-VALIDATE-FILE)
              PERFORM 1085-CLOSE-ACTIVE-RAW
                 THRU 1085-EXIT
              GO TO 1060-EXIT
           END-IF.

           MOVE ZERO TO IR-RECORD-COUNT
                        IR-HASH-TOTAL.

           MOVE 'N' TO WS-RAW-EOF.
           PERFORM 1080-READ-ACTIVE-RAW
              THRU 1080-EXIT.
           MOVE WH-SOURCE-CODE
             TO WS-IN-SOURCE (WS-VALIDATE-FILE).

           PERFORM 1062-SELECT-LAYOUT
              THRU 1062-EXIT.

           MOVE 1                     TO WS-VALIDATE-READS.
           MOVE 'H'                   TO WS-LAST-RECORD-TYPE.
           PERFORM 1065-FOLD-RAW-RECORD
              THRU 1065-EXIT.

           PERFORM UNTIL WS-RAW-EOF = 'Y'
               PERFORM 1080-READ-ACTIVE-RAW
                  THRU 1080-EXIT
               IF WS-RAW-EOF NOT = 'Y'
                  ADD 1               TO WS-VALIDATE-READS
                  PERFORM 1065-FOLD-RAW-RECORD
                     THRU 1065-EXIT
                  IF  WT-RECORD-TYPE = 'T'
                  AND WT-RECORD-COUNT NUMERIC
                     MOVE 'T'         TO WS-LAST-RECORD-TYPE
                 THRU 1090-EXIT
           END-IF.

           MOVE IR-HASH-TOTAL TO WS-IN-HASH (WS-VALIDATE-FILE).

           PERFORM 1085-CLOSE-ACTIVE-RAW
              THRU 1085-EXIT.

       1060-EXIT.
           EXIT.

      *    LOOKS UP THE HEADER'S LAYOUT VERSION ON THE REGISTRY AND
      *    KEEPS THE LAYOUT FOR THE MAIN PASS. AN UNKNOWN OR RETIRED
      *    VERSION STOPS THE RUN LIKE ANY OTHER BAD HEADER - READING
      *    THE DETAILS UNDER A GUESSED LAYOUT WOULD SEND SSA FIELDS
      *    OUT OF THE WRONG BYTES. A HEADER WITH NO VERSION (THE OLD
      *    12-BYTE HEADER) IS READ AS 02 BY XLAYLOOK.

       1062-SELECT-LAYOUT.

           IF WS-INPUT-LEN >= 14
              MOVE WH-LAYOUT-VERSION  TO LY-VERSION
           ELSE
              MOVE SPACE              TO LY-VERSION
           END-IF.

           CALL 'XLAYLOOK' USING WS-XLAYLOOK-PARAMETERS.

           IF LY-RETURN-CODE = 08
              DISPLAY 'RRBDRIVE,BALANCE FAILURE,EXTRACT '
                      WS-VALIDATE-FILE ' LAYOUT VERSION ' LY-VERSION
                      ' NOT ON THE XTRLAYT REGISTRY'
              PERFORM 1090-STOP-UNBALANCED
                 THRU 1090-EXIT
           END-IF.

           IF LY-RETURN-CODE = 12
              DISPLAY 'RRBDRIVE,BALANCE FAILURE,EXTRACT '
                      WS-VALIDATE-FILE ' LAYOUT VERSION ' LY-VERSION
                      ' IS RETIRED ON THE XTRLAYT REGISTRY'
              PERFORM 1090-STOP-UNBALANCED
                 THRU 1090-EXIT
           END-IF.

           MOVE LY-VERSION
             TO WS-IN-VERSION (WS-VALIDATE-FILE).
           MOVE LY-ENT-DATE-POS
             TO WS-IN-ENT-POS (WS-VALIDATE-FILE).
           MOVE LY-CLAIM-TYPE-POS
             TO WS-IN-CLAIM-POS (WS-VALIDATE-FILE).
           MOVE LY-BENE-TYPE-POS
             TO WS-IN-BENE-POS (WS-VALIDATE-FILE).
           MOVE LY-BIRTH-DATE-POS
             TO WS-IN-BIRTH-POS (WS-VALIDATE-FILE).

       1062-EXIT.
           EXIT.

      *    FOLDS THE RAW RECORD JUST READ INTO THE EXTRACT'S INBOUND-
      *    FILE FINGERPRINT (SEE 1095-REGISTER-EXTRACTS).

       1065-FOLD-RAW-RECORD.

           MOVE 'F'                   TO IR-FUNCTION.
           MOVE SPACE                 TO IR-RECORD-AREA.
           MOVE WS-INPUT-WORK         TO IR-RECORD-AREA (1:12).
           MOVE WS-INPUT-ENRICH       TO IR-RECORD-AREA (13:68).
           MOVE WS-INPUT-LEN          TO IR-RECORD-LENGTH.

           CALL 'INFILREG' USING WS-INFILREG-PARAMETERS.

       1065-EXIT.
           EXIT.

      *    MARKS EACH OPTIONAL INPUT DD XTRWATCH REPORTED STALE FOR
      *    TONIGHT'S BUSINESS DATE. ROWS FOR ANY OTHER DATE ARE A
      *    LEFTOVER AND IGNORED; RRBFILE IS NEVER SKIPPED - IT IS
      *    MANDATORY, AND A STALE ONE STILL FAILS THE BALANCE.

       1045-LOAD-XTR-EXCEPTIONS.

           PERFORM VARYING WS-VALIDATE-FILE FROM 1 BY 1
                     UNTIL WS-VALIDATE-FILE > 3
               MOVE 'N' TO WS-IN-SKIP (WS-VALIDATE-FILE)
           END-PERFORM.

           OPEN INPUT XTR-EXCEPTION-FILE.

           IF XE-FILE-STATUS NOT = '00'
              GO TO 1045-EXIT
           END-IF.

           MOVE 'N' TO WS-RAW-EOF.

           PERFORM UNTIL WS-RAW-EOF = 'Y'
               READ XTR-EXCEPTION-FILE
                 AT END
                   MOVE 'Y' TO WS-RAW-EOF
                 NOT AT END
                   IF  XE-BUSINESS-DATE = WS-TODAY-DATE
                   AND XE-STALE
                   AND (XE-DD-NUMBER = 2 OR XE-DD-NUMBER = 3)
                      MOVE 'Y'
                        TO WS-IN-SKIP (XE-DD-NUMBER)
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE XTR-EXCEPTION-FILE.

       1045-EXIT.
           EXIT.

      *    OPENS THE INPUT DD WS-VALIDATE-FILE POINTS AT. WS-RAW-EOF
      *    COMES BACK 'E' WHEN THE DD ISN'T THERE (ONLY LEGAL FOR THE
      *    OPTIONAL SECOND AND THIRD REGIONS).
       1070-EXIT.
           EXIT.

      *    READS THE NEXT RAW RECORD FROM THE INPUT DD WS-VALIDATE-
      *    FILE POINTS AT INTO WS-INPUT-RECORD - THE FIRST 12 BYTES TO
      *    WS-INPUT-WORK, ANYTHING PAST THEM TO WS-INPUT-ENRICH.

       1080-READ-ACTIVE-RAW.

                  NOT AT END
                     MOVE RRB-NUMBER TO WS-INPUT-WORK
                     MOVE WS-IN1-LEN TO WS-INPUT-LEN
                     MOVE SPACE      TO WS-INPUT-ENRICH
                     IF WS-IN1-LEN > 12
                        MOVE RRB-ENRICH-1 (1:WS-IN1-LEN - 12)
                                        TO WS-INPUT-ENRICH
                     END-IF
               END-READ
             WHEN 2
                  NOT AT END
                     MOVE RRB-NUMBER-2 TO WS-INPUT-WORK
                     MOVE WS-IN2-LEN TO WS-INPUT-LEN
                     MOVE SPACE      TO WS-INPUT-ENRICH
                     IF WS-IN2-LEN > 12
                        MOVE RRB-ENRICH-2 (1:WS-IN2-LEN - 12)
                                        TO WS-INPUT-ENRICH
                     END-IF
               END-READ
             WHEN 3
                  NOT AT END
                     MOVE RRB-NUMBER-3 TO WS-INPUT-WORK
                     MOVE WS-IN3-LEN TO WS-INPUT-LEN
                     MOVE SPACE      TO WS-INPUT-ENRICH
                     IF WS-IN3-LEN > 12
                        MOVE RRB-ENRICH-3 (1:WS-IN3-LEN - 12)
                                        TO WS-INPUT-ENRICH
                     END-IF
               END-READ
           END-EVALUATE.
       1090-EXIT.
           EXIT.

      *    REGISTERS EVERY BALANCED EXTRACT WITH THE INBOUND-FILE
      *    REGISTRY UNDER ONE SHARED FILE CLASS, SO THE SAME REGION
      *    FILE ARRIVING ON A DIFFERENT DD IS STILL RECOGNIZED. A
      *    NON-ZERO CHECKPOINT COUNT MEANS THIS RUN IS A RESTART OF
      *    THE ONE THAT REGISTERED THEM. A REFUSED REPEAT STOPS THE
      *    RUN THE SAME WAY AN UNBALANCED EXTRACT DOES - NOTHING HAS
      *    BEEN CONVERTED YET.

       1095-REGISTER-EXTRACTS.

           MOVE 'N'                   TO IR-RESTART.

           OPEN INPUT CHECKPOINT-FILE.

           IF CKPT-FILE-STATUS = '00'
              READ CHECKPOINT-FILE
                 NOT AT END
                   IF  CKPT-RECORD-COUNT NUMERIC
                   AND CKPT-RECORD-COUNT > ZERO
                       MOVE 'Y'       TO IR-RESTART
                   END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

           PERFORM VARYING WS-VALIDATE-FILE FROM 1 BY 1
                     UNTIL WS-VALIDATE-FILE > 3
               IF WS-IN-PRESENT (WS-VALIDATE-FILE) = 'Y'
                  MOVE 'R'            TO IR-FUNCTION
                  MOVE 'RRBDRIVE'     TO IR-SOURCE-PGM
                  MOVE 'RRBXTRCT'     TO IR-FILE-CLASS
                  EVALUATE WS-VALIDATE-FILE
                    WHEN 1 MOVE 'RRBFILE ' TO IR-DDNAME
                    WHEN 2 MOVE 'RRBFIL02' TO IR-DDNAME
                    WHEN 3 MOVE 'RRBFIL03' TO IR-DDNAME
                  END-EVALUATE
                  MOVE WS-TODAY-DATE  TO IR-HEADER-DATE
                  MOVE WS-IN-SOURCE (WS-VALIDATE-FILE)
                                      TO IR-SOURCE-CODE
                  MOVE WS-IN-DETAILS (WS-VALIDATE-FILE)
                                      TO IR-RECORD-COUNT
                  MOVE WS-IN-HASH (WS-VALIDATE-FILE)
                                      TO IR-HASH-TOTAL
                  MOVE 'D'            TO IR-ID-KIND
                  CALL 'INFILREG' USING WS-INFILREG-PARAMETERS
                  IF IR-RETURN-CODE > 4
                     DISPLAY 'RRBDRIVE,REPEAT EXTRACT,' IR-DDNAME
                             ',FIRST PROCESSED BY,' IR-FIRST-PGM
                             ',AT,' IR-FIRST-TIMESTAMP
                     PERFORM 1090-STOP-UNBALANCED
                        THRU 1090-EXIT
                  END-IF
               END-IF
           END-PERFORM.

       1095-EXIT.
           EXIT.

      * IF A CHECKPOINT FILE EXISTS FROM A PRIOR ABENDED RUN, SKIP
      * PAST THE RECORDS IT SAYS WERE ALREADY PROCESSED SO WE DON'T
      * RE-RUN CONVERSIONS ALREADY TRUSTED.
       1300-EXIT.
           EXIT.

      *    THE ENTITLEMENT-DATE EDIT'S LIMITS AND ITS READ-ONLY VIEW
      *    OF THE CROSSWALK MASTER. THE DEFAULTS - MEDICARE'S FIRST
      *    ENTITLEMENT DATE AND TWELVE MONTHS AHEAD - ANSWER WHEN
      *    SITEPARM HAS NO VALID ROW.

       1400-LOAD-ENT-DATE-LIMITS.

           MOVE 'ENTEARLIEST '        TO PM-NAME.
           MOVE '19660701'            TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-VALUE (1:8) NUMERIC
              MOVE PM-VALUE (1:8)     TO WS-ENT-EARLIEST
           ELSE
              DISPLAY 'RRBDRIVE,ENTEARLIEST NOT A DATE,DEFAULT USED'
           END-IF.

           MOVE 'ENTMAXMONTHS'        TO PM-NAME.
           MOVE '12'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 1000
              MOVE PM-NUMERIC-VALUE   TO WS-ENT-MAX-MONTHS
           END-IF.

           MOVE WS-TODAY-DATE         TO WS-ENT-DATE-WORK.
           COMPUTE WS-ENT-LIMIT-MONTHS =
                   (WS-ENT-YYYY * 12) + WS-ENT-MM + WS-ENT-MAX-MONTHS.

           DISPLAY 'RRBDRIVE,ENTITLEMENT DATE EDIT,EARLIEST,'
                   WS-ENT-EARLIEST ',MAX MONTHS AHEAD,'
                   WS-ENT-MAX-MONTHS.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'HICXREFT'          TO  WS-HICXREF-DSN
           ELSE
               MOVE  'HICXREF '          TO  WS-HICXREF-DSN
           END-IF.

           OPEN INPUT HIC-XREF-FILE.

           IF HX-FILE-STATUS = '00'
              MOVE 'Y' TO WS-XREF-AVAILABLE
           ELSE
              DISPLAY 'RRBDRIVE,UNABLE TO OPEN HIC-XREF-FILE,'
                      HX-FILE-STATUS ',TERMINATION DATE EDIT SKIPPED'
              MOVE 'N' TO WS-XREF-AVAILABLE
           END-IF.

       1400-EXIT.
           EXIT.

      *    LOADS THE CLAIM-TYPE REGISTRY. AN ABSENT REGISTRY LEAVES
      *    THE TABLE EMPTY AND THE CLAIM-TYPE EDIT OFF.

       1500-LOAD-CLAIM-TYPES.

           OPEN INPUT CLAIM-TYPE-FILE.

           IF CT-FILE-STATUS NOT = '00'
              CLOSE CLAIM-TYPE-FILE
              GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-CLMT-EOF = 'Y'
               READ CLAIM-TYPE-FILE
                 AT END
                   MOVE 'Y' TO WS-CLMT-EOF
                 NOT AT END
                   IF WS-CLMT-COUNT >= 100
                      DISPLAY 'RRBDRIVE,CLMTYPES ROWS EXCEED TABLE '
                              'MAX 100,ROWS IGNORED'
                      MOVE 'Y' TO WS-CLMT-EOF
                   ELSE
                      ADD 1            TO WS-CLMT-COUNT
                      MOVE CT-CODE     TO WS-CLMT-CODE (WS-CLMT-COUNT)
                      PERFORM VARYING WS-CLMT-RGN-IDX FROM 1 BY 1
                                UNTIL WS-CLMT-RGN-IDX > 6
                          MOVE CT-REGION (WS-CLMT-RGN-IDX)
                            TO WS-CLMT-REGION (WS-CLMT-COUNT
                                               WS-CLMT-RGN-IDX)
                      END-PERFORM
                   END-IF
               END-READ
           END-PERFORM.

           CLOSE CLAIM-TYPE-FILE.

           DISPLAY 'RRBDRIVE,CLAIM-TYPE REGISTRY LOADED,'
                   WS-CLMT-COUNT.

       1500-EXIT.
           EXIT.

      *    THE REJECT BREAKER'S LIMITS. A WINDOW OUTSIDE 1-5000 OR A
      *    PERCENTAGE OVER 100 KEEPS THE DEFAULT; A MINIMUM SAMPLE
      *    LARGER THAN THE WINDOW COULD NEVER BE MET, SO IT IS CUT
      *    BACK TO THE WINDOW.

       1600-LOAD-BREAKER-LIMITS.

           INITIALIZE WS-BRK-COUNTS.

           MOVE 'BRKWINDOW   '        TO PM-NAME.
           MOVE '1000'                TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE NOT > 5000
              MOVE PM-NUMERIC-VALUE   TO WS-BRK-WINDOW
           END-IF.

           MOVE 'BRKMINSAMPLE'        TO PM-NAME.
           MOVE '200'                 TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE > ZERO
           AND PM-NUMERIC-VALUE < 10000
              MOVE PM-NUMERIC-VALUE   TO WS-BRK-MIN-SAMPLE
           END-IF.

           IF WS-BRK-MIN-SAMPLE > WS-BRK-WINDOW
              MOVE WS-BRK-WINDOW      TO WS-BRK-MIN-SAMPLE
           END-IF.

           MOVE 'BRKREJPCT   '        TO PM-NAME.
           MOVE '25'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE NOT > 100
              MOVE PM-NUMERIC-VALUE   TO WS-BRK-REJ-PCT
           END-IF.

           MOVE 'BRKRGNREJPCT'        TO PM-NAME.
           MOVE '40'                  TO PM-DEFAULT.
           CALL 'GETPARM' USING WS-GETPARM-PARAMETERS.
           IF PM-NUMERIC-VALUE NOT > 100
              MOVE PM-NUMERIC-VALUE   TO WS-BRK-RGN-REJ-PCT
           END-IF.

           IF BREAKER-ARMED
              DISPLAY 'RRBDRIVE,REJECT BREAKER,WINDOW,' WS-BRK-WINDOW
                      ',MIN SAMPLE,' WS-BRK-MIN-SAMPLE
                      ',OVERALL PCT,' WS-BRK-REJ-PCT
                      ',REGION PCT,' WS-BRK-RGN-REJ-PCT
           ELSE
              DISPLAY 'RRBDRIVE,REJECT BREAKER STOOD DOWN FOR THIS RUN'
           END-IF.

       1600-EXIT.
           EXIT.

      *    DELIVERS THE NEXT RECORD FROM THE COMBINED READ SEQUENCE -
      *    LAST NIGHT'S RECYCLE FILE FIRST, THEN THE NEW EXTRACT - SO
      *    THE MAIN LOOP AND THE RESTART SKIP BOTH WALK THE SOURCES
              MOVE WS-INPUT-WORK      TO RP-RRB-HIC
              MOVE ZERO               TO WS-CURRENT-ATTEMPTS
              MOVE WS-TODAY-DATE      TO WS-CURRENT-FIRST-REJ
              PERFORM 2040-PICK-ENRICHMENT
                 THRU 2040-EXIT
           END-IF
           END-IF.

           MOVE SPACE                 TO RP-SSA-HIC.
           MOVE SPACE                 TO RP-REJECT-REASON.

           PERFORM 2050-EDIT-ENT-DATE
              THRU 2050-EXIT.

           IF WS-ENRICH-REJECT-REASON = SPACE
              PERFORM 2060-EDIT-CLAIM-TYPE
                 THRU 2060-EXIT
           END-IF.

           IF WS-ENRICH-REJECT-REASON = SPACE
              CALL 'RRBTOSSA' USING WS-RRBTOSSA-PARAMETERS
           ELSE
              MOVE WS-ENRICH-REJECT-REASON
                                      TO RP-REJECT-REASON
           END-IF.

           MOVE RP-RRB-HIC            TO OUT-RRB-HIC.
           MOVE RP-SSA-HIC            TO OUT-SSA-HIC.
           MOVE WS-CURRENT-SOURCE     TO OUT-SOURCE.
           MOVE WS-CURRENT-ENT-DATE   TO OUT-ENT-DATE.
           MOVE WS-CURRENT-CLAIM      TO OUT-CLAIM-TYPE.
           MOVE WS-CURRENT-BENE-TYPE  TO OUT-BENE-TYPE.
           MOVE WS-CURRENT-BIRTH-DATE TO OUT-BIRTH-DATE.

           PERFORM 2400-TALLY-SOURCE
              THRU 2400-EXIT.
              IF READING-RECYCLE
                 ADD 1 TO WS-RECYCLE-CLEARED
              END-IF
              IF READING-RECYCLE
              OR READING-CORRECTIONS
                 ADD 1 TO WS-LATER-CONVERTED
              ELSE
                 ADD 1 TO WS-FIRST-PASS-CONV
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              IF RP-REJECT-REASON = '03'
                 PERFORM 2200-WRITE-EDIT-EXCEPTION
                    THRU 2200-EXIT
              END-IF
              IF WS-ENRICH-REJECT-REASON NOT = SPACE
                 PERFORM 2250-WRITE-ENRICH-EXCEPTION
                    THRU 2250-EXIT
              ELSE
                 PERFORM 2300-RECYCLE-REJECT
                    THRU 2300-EXIT
              END-IF
              PERFORM 2350-WRITE-REJECT-FEEDBACK
                 THRU 2350-EXIT
           END-IF.

           WRITE RRB-OUT-REC.
                 THRU 3100-EXIT
           END-IF.

           IF BREAKER-ARMED
              PERFORM 2500-BREAKER-WINDOW
                 THRU 2500-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *    PICKS THE ENRICHMENT OUT OF THE EXTRACT ROW AT THE
      *    POSITIONS ITS FILE'S LAYOUT VERSION NAMES. A FIELD THE
      *    VERSION DOES NOT CARRY, OR THAT A SHORT ROW STOPS BEFORE,
      *    IS LEFT SPACES - A 12-BYTE ROW ON A VERSION 02 EXTRACT IS
      *    STILL A CLASSIC ROW.

       2040-PICK-ENRICHMENT.

           MOVE SPACE                 TO WS-CURRENT-ENRICH.

           IF  WS-IN-ENT-POS (WS-ACTIVE-INPUT) > ZERO
           AND WS-INPUT-LEN >= WS-IN-ENT-POS (WS-ACTIVE-INPUT) + 7
              MOVE WS-INPUT-RECORD (WS-IN-ENT-POS (WS-ACTIVE-INPUT):8)
                                      TO WS-CURRENT-ENT-DATE
           END-IF.

           IF  WS-IN-CLAIM-POS (WS-ACTIVE-INPUT) > ZERO
           AND WS-INPUT-LEN >= WS-IN-CLAIM-POS (WS-ACTIVE-INPUT) + 1
              MOVE WS-INPUT-RECORD
                       (WS-IN-CLAIM-POS (WS-ACTIVE-INPUT):2)
                                      TO WS-CURRENT-CLAIM
           END-IF.

           IF  WS-IN-BENE-POS (WS-ACTIVE-INPUT) > ZERO
           AND WS-INPUT-LEN >= WS-IN-BENE-POS (WS-ACTIVE-INPUT) + 1
              MOVE WS-INPUT-RECORD
                       (WS-IN-BENE-POS (WS-ACTIVE-INPUT):2)
                                      TO WS-CURRENT-BENE-TYPE
           END-IF.

           IF  WS-IN-BIRTH-POS (WS-ACTIVE-INPUT) > ZERO
           AND WS-INPUT-LEN >= WS-IN-BIRTH-POS (WS-ACTIVE-INPUT) + 7
              MOVE WS-INPUT-RECORD
                       (WS-IN-BIRTH-POS (WS-ACTIVE-INPUT):8)
                                      TO WS-CURRENT-BIRTH-DATE
           END-IF.

       2040-EXIT.
           EXIT.

      *    THE ENTITLEMENT-DATE EDIT, APPLIED ONLY WHEN THE ROW
      *    CARRIES A DATE (AN ENRICHED EXTRACT ROW). THE FIRST
      *    FAILING TEST DECIDES THE REASON.

       2050-EDIT-ENT-DATE.

           MOVE SPACE                 TO WS-ENRICH-REJECT-REASON.

           IF WS-CURRENT-ENT-DATE = SPACE
              GO TO 2050-EXIT
           END-IF.

           IF WS-CURRENT-ENT-DATE NOT NUMERIC
              MOVE '07'               TO WS-ENRICH-REJECT-REASON
              GO TO 2050-EXIT
           END-IF.

           MOVE 'B'                   TO CAL-FUNCTION.
           MOVE SPACE                 TO CAL-ENVIRONMENT.
           MOVE WS-CURRENT-ENT-DATE   TO CAL-DATE-1.
           CALL 'CMNBDCAL' USING WS-CALENDAR-PARAMETERS.

           IF CAL-RESULT-FLAG = 'E'
              MOVE '07'               TO WS-ENRICH-REJECT-REASON
              GO TO 2050-EXIT
           END-IF.

           IF WS-CURRENT-ENT-DATE < WS-ENT-EARLIEST
              MOVE '08'               TO WS-ENRICH-REJECT-REASON
              GO TO 2050-EXIT
           END-IF.

           MOVE WS-CURRENT-ENT-DATE   TO WS-ENT-DATE-WORK.
           COMPUTE WS-ENT-ROW-MONTHS =
                   (WS-ENT-YYYY * 12) + WS-ENT-MM.

           IF WS-ENT-ROW-MONTHS > WS-ENT-LIMIT-MONTHS
              MOVE '09'               TO WS-ENRICH-REJECT-REASON
              GO TO 2050-EXIT
           END-IF.

           IF WS-XREF-AVAILABLE NOT = 'Y'
              GO TO 2050-EXIT
           END-IF.

           MOVE RP-RRB-HIC            TO HX-RRB-HIC.

           READ HIC-XREF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF  HX-TERM-STATUS NOT = SPACE
               AND HX-TERM-DATE NUMERIC
               AND WS-CURRENT-ENT-DATE > HX-TERM-DATE
                   MOVE '10'          TO WS-ENRICH-REJECT-REASON
               END-IF
           END-READ.

       2050-EXIT.
           EXIT.

      *    THE CLAIM-TYPE EDIT, APPLIED ONLY WHEN THE ROW CARRIES A
      *    CODE AND THE SITE HAS A REGISTRY.

       2060-EDIT-CLAIM-TYPE.

           IF WS-CURRENT-CLAIM = SPACE
           OR WS-CLMT-COUNT = ZERO
              GO TO 2060-EXIT
           END-IF.

           MOVE ZERO                  TO WS-CLMT-MATCH.
           PERFORM VARYING WS-CLMT-IDX FROM 1 BY 1
                     UNTIL WS-CLMT-IDX > WS-CLMT-COUNT
               IF WS-CLMT-CODE (WS-CLMT-IDX) = WS-CURRENT-CLAIM
                  MOVE WS-CLMT-IDX    TO WS-CLMT-MATCH
                  MOVE WS-CLMT-COUNT  TO WS-CLMT-IDX
               END-IF
           END-PERFORM.

           IF WS-CLMT-MATCH = ZERO
              MOVE '11'               TO WS-ENRICH-REJECT-REASON
              GO TO 2060-EXIT
           END-IF.

           MOVE 'N'                   TO WS-CLMT-RGN-LISTED
                                         WS-CLMT-RGN-FOUND.
           PERFORM VARYING WS-CLMT-RGN-IDX FROM 1 BY 1
                     UNTIL WS-CLMT-RGN-IDX > 6
               IF WS-CLMT-REGION (WS-CLMT-MATCH WS-CLMT-RGN-IDX)
                                             NOT = SPACE
                  MOVE 'Y'            TO WS-CLMT-RGN-LISTED
                  IF WS-CLMT-REGION (WS-CLMT-MATCH WS-CLMT-RGN-IDX)
                                             = WS-CURRENT-SOURCE
                     MOVE 'Y'         TO WS-CLMT-RGN-FOUND
                  END-IF
               END-IF
           END-PERFORM.

           IF  WS-CLMT-RGN-LISTED = 'Y'
           AND WS-CLMT-RGN-FOUND = 'N'
               MOVE '12'              TO WS-ENRICH-REJECT-REASON
           END-IF.

       2060-EXIT.
           EXIT.

      * WRITES ONE BOUNDARY-REJECT REPORT ROW SHOWING HOW FAR THE
      * SIX-DIGIT VALUE FELL OUTSIDE ITS ALLOWED RANGE, SO WE CAN TELL
      * A NEAR-MISS ON THE BOUNDARY FROM DATA THAT IS JUST BAD.
       2200-EXIT.
           EXIT.

      *    LOGS AN ENRICHMENT REJECT IN THE SHARED EXCEPTION
      *    LAYOUT UNDER THIS PROGRAM'S NAME - THE REASON CODES ARE
      *    RRBDRIVE'S OWN, NOT RRBTOSSA'S, AND EXCPTRI DECODES THEM
      *    PER PROGRAM THROUGH EXCPREAS.

       2250-WRITE-ENRICH-EXCEPTION.

           MOVE 'RRBDRIVE'            TO EXCP-SOURCE-PGM.
           MOVE RP-RRB-HIC            TO MH-VALUE-IN.
           CALL 'MASKHIC' USING WS-MASKHIC-PARAMETERS.
           MOVE MH-VALUE-OUT          TO EXCP-INPUT-KEY.
           MOVE WS-ENRICH-REJECT-REASON  TO EXCP-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE TO EXCP-TIMESTAMP.
           MOVE WS-CURRENT-SOURCE     TO EXCP-SOURCE-CODE.

           WRITE EXCP-COMMON-REC.

           ADD 1 TO WS-EXCEPTION-COUNT.

           IF WS-ENRICH-REJECT-REASON = '11'
           OR WS-ENRICH-REJECT-REASON = '12'
              ADD 1 TO WS-CLAIM-TYPE-REJECTS
           ELSE
              ADD 1 TO WS-ENT-DATE-REJECTS
           END-IF.

       2250-EXIT.
           EXIT.

      *    CARRIES A REJECT FORWARD ON TONIGHT'S RECYCLE FILE WITH ITS
      *    ATTEMPT COUNT BUMPED, OR - ONCE THE SITE-SET MAXIMUM IS
      *    EXHAUSTED - SURFACES IT ON THE AGED-REJECTS REPORT FOR THE
       2300-EXIT.
           EXIT.

      *    THE REJECT'S FEEDBACK ROW. AN ENRICHMENT REJECT KEEPS THE
      *    ATTEMPT COUNT IT ARRIVED WITH; ANY OTHER REJECT CARRIES THE
      *    COUNT 2300 JUST BUMPED AND ITS RECYCLE-OR-AGED OUTCOME.

       2350-WRITE-REJECT-FEEDBACK.

           MOVE SPACE                 TO REJECT-FEEDBACK-REC.
           MOVE WS-TODAY-DATE         TO FB-EXTRACT-DATE.
           MOVE WS-CURRENT-SOURCE     TO FB-SOURCE.
           MOVE RP-RRB-HIC            TO FB-RRB-HIC.
           MOVE RP-REJECT-REASON      TO FB-REJECT-REASON.
           MOVE WS-CURRENT-ATTEMPTS   TO FB-ATTEMPTS.
           MOVE 'N'                   TO FB-RECYCLED-FLAG.
           MOVE 'N'                   TO FB-AGED-FLAG.

           IF WS-ENRICH-REJECT-REASON = SPACE
              IF WS-CURRENT-ATTEMPTS > WS-MAX-ATTEMPTS
                 MOVE 'Y'             TO FB-AGED-FLAG
              ELSE
                 MOVE 'Y'             TO FB-RECYCLED-FLAG
              END-IF
           END-IF.

           WRITE REJECT-FEEDBACK-REC.

       2350-EXIT.
           EXIT.

      *    BUMPS THE ACCEPTED OR REJECTED COUNT FOR THE RECORD'S
      *    SOURCE REGION - THE END-OF-JOB CHARGEBACK LINES.

                   TO WS-SRC-CODE (WS-SRC-COUNT)
                 MOVE ZERO TO WS-SRC-ACCEPTED (WS-SRC-COUNT)
                 MOVE ZERO TO WS-SRC-REJECTED (WS-SRC-COUNT)
                 MOVE ZERO TO WS-SRC-XTR-ACCEPTED (WS-SRC-COUNT)
                 MOVE ZERO TO WS-SRC-XTR-REJECTED (WS-SRC-COUNT)
                 MOVE WS-SRC-COUNT     TO WS-SRC-FOUND
              ELSE
                 GO TO 2400-EXIT
              ADD 1 TO WS-SRC-REJECTED (WS-SRC-FOUND)
           END-IF.

           IF READING-RECYCLE
           OR READING-CORRECTIONS
              GO TO 2400-EXIT
           END-IF.

           IF RP-SSA-HIC NOT = SPACE
              ADD 1 TO WS-SRC-XTR-ACCEPTED (WS-SRC-FOUND)
           ELSE
              ADD 1 TO WS-SRC-XTR-REJECTED (WS-SRC-FOUND)
           END-IF.

       2400-EXIT.
           EXIT.

      *    SLIDES THE RECORD JUST CONVERTED INTO THE REJECT BREAKER'S
      *    WINDOW - RETIRING THE OLDEST RECORD ONCE THE WINDOW IS FULL
      *    - THEN TESTS THE OVERALL RATE AND THE RATE FOR THIS
      *    RECORD'S REGION. EITHER AT OR OVER ITS LIMIT TRIPS IT.

       2500-BREAKER-WINDOW.

           MOVE WS-SRC-FOUND          TO WS-BRK-NEW-SRC.

           IF RP-SSA-HIC NOT = SPACE
              MOVE ZERO               TO WS-BRK-NEW-REASON
           ELSE
              IF  RP-REJECT-REASON NUMERIC
              AND RP-REJECT-REASON NOT = '00'
                  MOVE RP-REJECT-REASON
                                      TO WS-BRK-NEW-REASON
              ELSE
                  MOVE 99             TO WS-BRK-NEW-REASON
              END-IF
           END-IF.

           ADD 1                      TO WS-BRK-POS.
           IF WS-BRK-POS > WS-BRK-WINDOW
              MOVE 1                  TO WS-BRK-POS
           END-IF.

           IF WS-BRK-IN-WINDOW < WS-BRK-WINDOW
              ADD 1                   TO WS-BRK-IN-WINDOW
           ELSE
              MOVE WS-BRK-SLOT-SRC (WS-BRK-POS)
                                      TO WS-BRK-OLD-SRC
              MOVE WS-BRK-SLOT-REASON (WS-BRK-POS)
                                      TO WS-BRK-OLD-REASON
              IF WS-BRK-OLD-REASON > ZERO
                 SUBTRACT 1 FROM WS-BRK-REJECTS
                 SUBTRACT 1 FROM WS-BRK-REASON-COUNT
                                    (WS-BRK-OLD-REASON)
              END-IF
              IF WS-BRK-OLD-SRC > ZERO
                 SUBTRACT 1 FROM WS-BRK-RGN-SEEN (WS-BRK-OLD-SRC)
                 IF WS-BRK-OLD-REASON > ZERO
                    SUBTRACT 1 FROM WS-BRK-RGN-REJECTS
                                       (WS-BRK-OLD-SRC)
                 END-IF
              END-IF
           END-IF.

           MOVE WS-BRK-NEW-SRC        TO WS-BRK-SLOT-SRC (WS-BRK-POS).
           MOVE WS-BRK-NEW-REASON
                                 TO WS-BRK-SLOT-REASON (WS-BRK-POS).

           IF WS-BRK-NEW-REASON > ZERO
              ADD 1 TO WS-BRK-REJECTS
              ADD 1 TO WS-BRK-REASON-COUNT (WS-BRK-NEW-REASON)
           END-IF.

           IF WS-BRK-NEW-SRC > ZERO
              ADD 1 TO WS-BRK-RGN-SEEN (WS-BRK-NEW-SRC)
              IF WS-BRK-NEW-REASON > ZERO
                 ADD 1 TO WS-BRK-RGN-REJECTS (WS-BRK-NEW-SRC)
              END-IF
           END-IF.

           IF  WS-BRK-REJ-PCT > ZERO
           AND WS-BRK-IN-WINDOW NOT < WS-BRK-MIN-SAMPLE
               COMPUTE WS-BRK-RATE =
                       (WS-BRK-REJECTS * 100) / WS-BRK-IN-WINDOW
               IF WS-BRK-RATE NOT < WS-BRK-REJ-PCT
                  MOVE 'ALL'          TO WS-BRK-TRIP-RGN
                  MOVE WS-BRK-IN-WINDOW
                                      TO WS-BRK-TRIP-SAMPLE
                  PERFORM 3300-TRIP-BREAKER
                     THRU 3300-EXIT
               END-IF
           END-IF.

           IF WS-BRK-NEW-SRC = ZERO
           OR WS-BRK-RGN-REJ-PCT = ZERO
              GO TO 2500-EXIT
           END-IF.

           IF WS-BRK-RGN-SEEN (WS-BRK-NEW-SRC) NOT < WS-BRK-MIN-SAMPLE
              COMPUTE WS-BRK-RATE =
                      (WS-BRK-RGN-REJECTS (WS-BRK-NEW-SRC) * 100)
                    / WS-BRK-RGN-SEEN (WS-BRK-NEW-SRC)
              IF WS-BRK-RATE NOT < WS-BRK-RGN-REJ-PCT
                 MOVE WS-CURRENT-SOURCE
                                      TO WS-BRK-TRIP-RGN
                 MOVE WS-BRK-RGN-SEEN (WS-BRK-NEW-SRC)
                                      TO WS-BRK-TRIP-SAMPLE
                 PERFORM 3300-TRIP-BREAKER
                    THRU 3300-EXIT
              END-IF
           END-IF.

       2500-EXIT.
           EXIT.

      * REWRITE THE CHECKPOINT FILE WITH THE CURRENT RECORD COUNT SO A
      * RESTART CAN PICK UP FROM HERE INSTEAD OF FROM THE BEGINNING.

           MOVE WS-MS-PER-1000        TO CKPT-MS-PER-1000.
           MOVE WS-ACCEPTED-COUNT     TO CKPT-ACCEPTED.
           MOVE WS-REJECTED-COUNT     TO CKPT-REJECTED.
           MOVE WS-BRK-HOLD           TO CKPT-HOLD-FLAG.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.

       3200-EXIT.
           EXIT.

      *    THE BREAKER HAS TRIPPED ON THE RECORD JUST CONVERTED. EVERY
      *    DISPOSITION FOR IT IS ALREADY WRITTEN, SO A CHECKPOINT HERE
      *    IS CLEAN - THE RESUMED RUN PICKS UP AT THE NEXT RECORD. THE
      *    CHECKPOINT IS MARKED HELD SO NO RUN GOES PAST IT UNTIL THE
      *    OPERATOR SETS RRBBRKOK. NO TRAILER IS WRITTEN: THE OUTPUT
      *    IS NOT FINISHED, AND THE RESUMED RUN WRITES IT.

       3300-TRIP-BREAKER.

           MOVE 'B'                   TO WS-BRK-HOLD.

           PERFORM 3000-WRITE-CHECKPOINT
              THRU 3000-EXIT.

           DISPLAY 'RRBDRIVE,REJECT BREAKER TRIPPED AT RECORD '
                   WS-RECORDS-READ ',REGION,' WS-BRK-TRIP-RGN
                   ',REJECT PCT,' WS-BRK-RATE
                   ',OVER,' WS-BRK-TRIP-SAMPLE ',RECORDS'.

           PERFORM 3310-BUILD-REASON-MIX
              THRU 3310-EXIT.

           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                     UNTIL WS-BRK-IDX > 99
               IF WS-BRK-MIX-COUNT (WS-BRK-IDX) > ZERO
                  DISPLAY 'RRBDRIVE,BREAKER REASON,' WS-BRK-IDX (2:2)
                          ',REJECTS,' WS-BRK-MIX-COUNT (WS-BRK-IDX)
               END-IF
           END-PERFORM.

           PERFORM 3320-PICK-TOP-REASON
              THRU 3320-EXIT
              VARYING WS-BRK-TOP-IDX FROM 1 BY 1
              UNTIL WS-BRK-TOP-IDX > 3.

           MOVE SPACE                 TO AP-ALERT-TEXT.
           MOVE 1                     TO WS-BRK-TEXT-PTR.
           STRING 'REJECT BREAKER ' WS-BRK-RATE '% RGN '
                  WS-BRK-TRIP-RGN ' MIX'
                  DELIMITED BY SIZE
                  INTO AP-ALERT-TEXT
                  WITH POINTER WS-BRK-TEXT-PTR.

           PERFORM VARYING WS-BRK-TOP-IDX FROM 1 BY 1
                     UNTIL WS-BRK-TOP-IDX > 3
               IF WS-BRK-TOP-COUNT (WS-BRK-TOP-IDX) > ZERO
                  STRING ' ' WS-BRK-TOP-REASON (WS-BRK-TOP-IDX)
                         '=' WS-BRK-TOP-COUNT (WS-BRK-TOP-IDX)
                         DELIMITED BY SIZE
                         INTO AP-ALERT-TEXT
                         WITH POINTER WS-BRK-TEXT-PTR
               END-IF
           END-PERFORM.

           MOVE 'RRBDRIVE'            TO AP-SOURCE-PGM.
           MOVE 08                    TO AP-SEVERITY.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

           DISPLAY 'RRBDRIVE,HELD FOR REVIEW - SET RRBBRKOK=Y TO '
                   'RESUME FROM THE CHECKPOINT'.

           PERFORM 3350-CLOSE-FOR-HOLD
              THRU 3350-EXIT.

      *    THE HELD RUN STILL GETS ITS RUN-LEDGER ROW, AT THE HELD
      *    SEVERITY, SO THE LEDGER SHOWS HOW FAR IT GOT.

           MOVE 'RRBDRIVE'            TO RL-PROGRAM.
           MOVE WS-RUN-START-TIMESTAMP
                                      TO RL-START-TIMESTAMP.
           MOVE 'INPUT   '            TO RL-INPUT-DDNAME.
           MOVE WS-RECORDS-READ       TO RL-RECORDS-READ.
           MOVE WS-ACCEPTED-COUNT     TO RL-RECORDS-ACCEPTED.
           MOVE WS-REJECTED-COUNT     TO RL-RECORDS-REJECTED.
           MOVE 10                    TO RL-SEVERITY.

           CALL 'RUNLEDGR' USING WS-RUNLEDGR-PARAMETERS.

           MOVE 10                    TO RETURN-CODE.

           GOBACK.

       3300-EXIT.
           EXIT.

      *    THE REASON MIX BEHIND THE TRIP. AN OVERALL TRIP USES THE
      *    WINDOW'S RUNNING REASON COUNTS; A REGION TRIP COUNTS ONLY
      *    THE WINDOW SLOTS BELONGING TO THAT REGION.

       3310-BUILD-REASON-MIX.

           IF WS-BRK-TRIP-RGN = 'ALL'
              PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                        UNTIL WS-BRK-IDX > 99
                  MOVE WS-BRK-REASON-COUNT (WS-BRK-IDX)
                                      TO WS-BRK-MIX-COUNT (WS-BRK-IDX)
              END-PERFORM
              GO TO 3310-EXIT
           END-IF.

           INITIALIZE WS-BRK-MIX-TABLE.

           PERFORM VARYING WS-BRK-SCAN FROM 1 BY 1
                     UNTIL WS-BRK-SCAN > WS-BRK-IN-WINDOW
               IF  WS-BRK-SLOT-SRC (WS-BRK-SCAN) = WS-BRK-NEW-SRC
               AND WS-BRK-SLOT-REASON (WS-BRK-SCAN) > ZERO
                   MOVE WS-BRK-SLOT-REASON (WS-BRK-SCAN)
                                      TO WS-BRK-BEST
                   ADD 1 TO WS-BRK-MIX-COUNT (WS-BRK-BEST)
               END-IF
           END-PERFORM.

       3310-EXIT.
           EXIT.

      *    TAKES THE COMMONEST REASON LEFT IN THE MIX AS THE NEXT OF
      *    THE TOP THREE, THEN ZEROES IT SO THE NEXT PASS SKIPS IT.

       3320-PICK-TOP-REASON.

           MOVE ZERO TO WS-BRK-TOP-REASON (WS-BRK-TOP-IDX).
           MOVE ZERO TO WS-BRK-TOP-COUNT (WS-BRK-TOP-IDX).

           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                     UNTIL WS-BRK-IDX > 99
               IF WS-BRK-MIX-COUNT (WS-BRK-IDX)
                                  > WS-BRK-TOP-COUNT (WS-BRK-TOP-IDX)
                  MOVE WS-BRK-IDX
                                TO WS-BRK-TOP-REASON (WS-BRK-TOP-IDX)
                  MOVE WS-BRK-MIX-COUNT (WS-BRK-IDX)
                                TO WS-BRK-TOP-COUNT (WS-BRK-TOP-IDX)
               END-IF
           END-PERFORM.

           IF WS-BRK-TOP-REASON (WS-BRK-TOP-IDX) > ZERO
              MOVE WS-BRK-TOP-REASON (WS-BRK-TOP-IDX)
                                      TO WS-BRK-BEST
              MOVE ZERO               TO WS-BRK-MIX-COUNT (WS-BRK-BEST)
           END-IF.

       3320-EXIT.
           EXIT.

      *    CLOSES EVERYTHING THE CONVERSION HAS OPEN WITHOUT THE END-
      *    OF-JOB TRAILER OR CHECKPOINT CLEAR THAT 8000 DOES.

       3350-CLOSE-FOR-HOLD.

           CLOSE INPUTFILE.
           IF WS-IN-PRESENT (2) = 'Y'
              CLOSE INPUTFIL2
           END-IF.
           IF WS-IN-PRESENT (3) = 'Y'
              CLOSE INPUTFIL3
           END-IF.

           IF READING-RECYCLE
              CLOSE RECYCLE-IN-FILE
           END-IF.

           CLOSE OUTPUTFILE
                 BOUNDARY-RPT-FILE
                 EXCEPTION-FILE
                 RECYCLE-OUT-FILE
                 AGED-REJECT-FILE
                 REJECT-FEEDBACK-FILE.

           IF WS-XREF-AVAILABLE = 'Y'
              CLOSE HIC-XREF-FILE
           END-IF.

       3350-EXIT.
           EXIT.

      *    THE NIGHT'S CONVERSION SPLIT FOR THE FISCAL-YEAR REPORT.
      *    EXTRACT RECORDS ARE THE BALANCED TRAILER COUNTS, SO A
      *    RESTART STILL RECORDS THE WHOLE NIGHT'S INTAKE. A HISTORY
      *    THAT CANNOT BE OPENED COSTS ONLY THE ROW.

      *    ONE RRBFDBK CONTROL ROW PER SOURCE REGION WHOSE EXTRACT
      *    WAS CONVERTED TONIGHT - A REGION LEFT OUT AS STALE HAS NO
      *    PRESENT EXTRACT AND SO NO ROW. TWO DDS CARRYING THE SAME
      *    SOURCE CODE SHARE ONE ROW, THE FIRST DD WRITING IT.

       7700-WRITE-REGION-CONTROLS.

           PERFORM VARYING WS-VALIDATE-FILE FROM 1 BY 1
                     UNTIL WS-VALIDATE-FILE > 3
               IF WS-IN-PRESENT (WS-VALIDATE-FILE) = 'Y'
                  PERFORM 7710-WRITE-ONE-CONTROL
                     THRU 7710-EXIT
               END-IF
           END-PERFORM.

       7700-EXIT.
           EXIT.

       7710-WRITE-ONE-CONTROL.

           MOVE WS-IN-SOURCE (WS-VALIDATE-FILE)
                                      TO WS-CTL-SOURCE.
           MOVE 'N'                   TO WS-CTL-COVERED.
           MOVE ZERO                  TO WS-CTL-RECEIVED.

           PERFORM VARYING WS-CTL-FILE FROM 1 BY 1
                     UNTIL WS-CTL-FILE > 3
               IF  WS-IN-PRESENT (WS-CTL-FILE) = 'Y'
               AND WS-IN-SOURCE (WS-CTL-FILE) = WS-CTL-SOURCE
                   IF WS-CTL-FILE < WS-VALIDATE-FILE
                      MOVE 'Y'        TO WS-CTL-COVERED
                   END-IF
                   ADD WS-IN-DETAILS (WS-CTL-FILE)
                                      TO WS-CTL-RECEIVED
               END-IF
           END-PERFORM.

           IF WS-CTL-COVERED = 'Y'
              GO TO 7710-EXIT
           END-IF.

           MOVE SPACE                 TO REJECT-CONTROL-REC.
           MOVE WS-TODAY-DATE         TO FBC-EXTRACT-DATE.
           MOVE WS-CTL-SOURCE         TO FBC-SOURCE.
           MOVE 'C'                   TO FBC-ROW-TYPE.
           MOVE WS-CTL-RECEIVED       TO FBC-RECEIVED.
           MOVE ZERO                  TO FBC-ACCEPTED.
           MOVE ZERO                  TO FBC-REJECTED.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                     UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-CODE (WS-SRC-IDX) = WS-CTL-SOURCE
                  MOVE WS-SRC-XTR-ACCEPTED (WS-SRC-IDX)
                                      TO FBC-ACCEPTED
                  MOVE WS-SRC-XTR-REJECTED (WS-SRC-IDX)
                                      TO FBC-REJECTED
                  MOVE WS-SRC-COUNT   TO WS-SRC-IDX
               END-IF
           END-PERFORM.

           IF WS-RESTART-COUNT > ZERO
              MOVE 'Y'                TO FBC-RESTARTED
           ELSE
              MOVE 'N'                TO FBC-RESTARTED
           END-IF.

           WRITE REJECT-CONTROL-REC.

       7710-EXIT.
           EXIT.

       7800-WRITE-CONVERSION-HISTORY.

           OPEN EXTEND CNV-HISTORY-FILE.
           IF CH-FILE-STATUS NOT = '00'
              OPEN OUTPUT CNV-HISTORY-FILE
           END-IF.

           IF CH-FILE-STATUS NOT = '00'
              DISPLAY 'RRBDRIVE,UNABLE TO OPEN CNVHIST,'
                      CH-FILE-STATUS
              GO TO 7800-EXIT
           END-IF.

           MOVE SPACE                 TO CNV-HISTORY-REC.
           MOVE WS-TODAY-DATE         TO CH-BUSINESS-DATE.
           COMPUTE CH-EXTRACT-RECORDS =
                   WS-IN-DETAILS (1) + WS-IN-DETAILS (2)
                 + WS-IN-DETAILS (3).
           MOVE WS-FIRST-PASS-CONV    TO CH-FIRST-PASS-CONV.
           MOVE WS-RECYCLED-IN-COUNT  TO CH-RECYCLED-IN.
           MOVE WS-LATER-CONVERTED    TO CH-LATER-CONVERTED.
           MOVE WS-AGED-OUT-COUNT     TO CH-AGED-OUT.
           IF WS-RESTART-COUNT > ZERO
              MOVE 'Y'                TO CH-RESTARTED
           ELSE
              MOVE 'N'                TO CH-RESTARTED
           END-IF.
           WRITE CNV-HISTORY-REC.

           CLOSE CNV-HISTORY-FILE.

       7800-EXIT.
           EXIT.

       8000-TERMINATE.

           MOVE 'TRL'                 TO OTR-RECORD-TYPE.
           MOVE WS-CORR-SUPERSEDED    TO OTR-SUPERSEDED.
           WRITE RRB-OUT-TRL-REC.

           PERFORM 7700-WRITE-REGION-CONTROLS
              THRU 7700-EXIT.

           CLOSE INPUTFILE.
           IF WS-IN-PRESENT (2) = 'Y'
              CLOSE INPUTFIL2
                 BOUNDARY-RPT-FILE
                 EXCEPTION-FILE
                 RECYCLE-OUT-FILE
                 AGED-REJECT-FILE
                 REJECT-FEEDBACK-FILE.

           IF WS-XREF-AVAILABLE = 'Y'
              CLOSE HIC-XREF-FILE
           END-IF.

      * A CLEAN END OF JOB MEANS THE WHOLE FILE CONVERTED SUCCESSFULLY,
      * SO THE CHECKPOINT NO LONGER APPLIES - CLEAR IT TO ZERO RATHER
           MOVE ZERO                  TO CKPT-MS-PER-1000.
           MOVE ZERO                  TO CKPT-ACCEPTED.
           MOVE ZERO                  TO CKPT-REJECTED.
           MOVE SPACE                 TO CKPT-HOLD-FLAG.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.

           DISPLAY 'RRBDRIVE,REJECTED,' WS-REJECTED-COUNT.
           DISPLAY 'RRBDRIVE,BOUNDARY REJECTED,' WS-BOUNDARY-COUNT.
           DISPLAY 'RRBDRIVE,EDIT EXCEPTIONS,' WS-EXCEPTION-COUNT.
           DISPLAY 'RRBDRIVE,ENTITLEMENT DATE REJECTS,'
                   WS-ENT-DATE-REJECTS.
           DISPLAY 'RRBDRIVE,CLAIM TYPE REJECTS,'
                   WS-CLAIM-TYPE-REJECTS.
           DISPLAY 'RRBDRIVE,RECYCLED IN,' WS-RECYCLED-IN-COUNT.
           DISPLAY 'RRBDRIVE,CLERK CORRECTIONS CONVERTED,'
                   WS-CORRECTIONS-IN.
                      GR-RETURN-CODE
           END-IF.

           PERFORM 7800-WRITE-CONVERSION-HISTORY
              THRU 7800-EXIT.

      *    ONE RUN-LEDGER RECORD PER EXECUTION, AND THE SAME SEVERITY
      *    IN THE JOB'S RETURN CODE - A NIGHT WITH REJECTS IS A
      *    WARNING, A CLEAN NIGHT IS OK.
