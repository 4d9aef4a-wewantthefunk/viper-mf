      * (SAME DATE AND SOURCE) AND A TRAILER CARRYING THAT STREAM'S
      * DETAIL COUNT. AN UNBALANCED OR UNLABELED EXTRACT STOPS THE
      * SPLIT WITH RETURN CODE 8 BEFORE ANY STREAM RUNS.
      *
      * THE HEADER ALSO NAMES THE EXTRACT'S LAYOUT VERSION (POSITIONS
      * 13-14), LOOKED UP ON THE XTRLAYT LAYOUT REGISTRY THROUGH
      * XLAYLOOK. AN UNKNOWN OR RETIRED VERSION STOPS THE SPLIT THE
      * SAME WAY; A HEADER WITH NO VERSION IS READ AS 02. EVERY
      * STREAM HEADER CARRIES THE VERSION, SO EACH STREAM'S RRBDRIVE
      * READS ITS DETAILS UNDER THE SAME LAYOUT.

       ENVIRONMENT DIVISION.


       FILE SECTION.

      *    THE EXTRACT ARRIVES IN WHICHEVER LAYOUT ITS HEADER'S
      *    VERSION NAMES - 01 THE CLASSIC 12-BYTE HIC, 02 THE
      *    ENRICHED 22-BYTE FORMAT (HIC, ENTITLEMENT DATE, CLAIM-TYPE
      *    CODE), LATER VERSIONS UP TO 80 BYTES. THE SPLITTER NEVER
      *    LOOKS PAST THE HIC; EVERY ROW IS DEALT AS IT ARRIVED.

       FD  INPUTFILE
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-XF-LEN.

       01  RRB-REC.
           02  RRB-NUMBER          PIC X(12).
           02  RRB-ENRICH          PIC X(68).

       01  RRB-HDR-REC.
           02  HDR-RECORD-TYPE     PIC X(01).
           02  HDR-EXTRACT-DATE    PIC X(08).
           02  HDR-SOURCE-CODE     PIC X(03).
           02  HDR-LAYOUT-VERSION  PIC X(02).

       01  RRB-TRL-REC.
           02  TRL-RECORD-TYPE     PIC X(01).
           02  FILLER              PIC X(02).

       FD  WORK-FILE-1
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-WK-LEN.

       01  WORK-REC-1              PIC X(80).

       FD  WORK-FILE-2
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-WK-LEN.

       01  WORK-REC-2              PIC X(80).

       FD  WORK-FILE-3
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-WK-LEN.

       01  WORK-REC-3              PIC X(80).

       FD  WORK-FILE-4
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-WK-LEN.

       01  WORK-REC-4              PIC X(80).

       WORKING-STORAGE SECTION.

      *    RECORD), SO A RECORD IS ONLY DEALT ONCE THE RECORD AFTER
      *    IT HAS BEEN SEEN.

       01  WS-HELD-RECORD          PIC X(80)  VALUE SPACE.
       01  WS-HELD-LEN             PIC 9(02)  VALUE 12.
       01  WS-RECORD-HELD          PIC X(01)  VALUE 'N'.


       01  WS-HEADER-DATE          PIC X(08)  VALUE SPACE.
       01  WS-HEADER-SOURCE        PIC X(03)  VALUE SPACE.
       01  WS-HEADER-VERSION       PIC X(02)  VALUE SPACE.

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

      *    AN 'RHS' SOURCE CODE MARKS AN ANONEXT REHEARSAL EXTRACT -
      *    IT MAY ONLY RUN UNDER THE SHARED BTCHTEST SWITCH, NEVER
           COPY WSTMODE.
       01  WS-DETAIL-COUNT         PIC 9(09)  VALUE ZERO.

       01  WS-LABEL-BUILD          PIC X(14)  VALUE SPACE.
       01  WS-LABEL-HDR REDEFINES WS-LABEL-BUILD.
           05  WL-RECORD-TYPE      PIC X(01).
           05  WL-EXTRACT-DATE     PIC X(08).
           05  WL-SOURCE-CODE      PIC X(03).
           05  WL-LAYOUT-VERSION   PIC X(02).
       01  WS-LABEL-TRL REDEFINES WS-LABEL-BUILD.
           05  WT-RECORD-TYPE      PIC X(01).
           05  WT-RECORD-COUNT     PIC 9(09).
           05  FILLER              PIC X(04).

       PROCEDURE DIVISION.

           MOVE HDR-EXTRACT-DATE      TO WS-HEADER-DATE.
           MOVE HDR-SOURCE-CODE       TO WS-HEADER-SOURCE.

      *    THE LAYOUT VERSION MUST BE ONE THE REGISTRY STILL READS -
      *    A STREAM CANNOT CONVERT WHAT ITS RRBDRIVE WILL REFUSE.

           IF WS-XF-LEN >= 14
              MOVE HDR-LAYOUT-VERSION TO LY-VERSION
           ELSE
              MOVE SPACE              TO LY-VERSION
           END-IF.

           CALL 'XLAYLOOK' USING WS-XLAYLOOK-PARAMETERS.

           IF LY-RETURN-CODE = 08
              DISPLAY 'RRBSPLIT,BALANCE FAILURE,LAYOUT VERSION '
                      LY-VERSION ' NOT ON THE XTRLAYT REGISTRY'
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           IF LY-RETURN-CODE = 12
              DISPLAY 'RRBSPLIT,BALANCE FAILURE,LAYOUT VERSION '
                      LY-VERSION ' IS RETIRED ON THE XTRLAYT REGISTRY'
              PERFORM 7000-STOP-UNBALANCED
                 THRU 7000-EXIT
           END-IF.

           MOVE LY-VERSION            TO WS-HEADER-VERSION.

           IF WS-HEADER-SOURCE = 'RHS'
              ACCEPT WS-TEST-MODE-SWITCH FROM ENVIRONMENT 'BTCHTEST'
              IF NOT WS-TEST-MODE-ON

       1500-WRITE-STREAM-HEADERS.

           MOVE 14                    TO WS-WK-LEN.
           MOVE SPACE                 TO WS-LABEL-BUILD.
           MOVE 'H'                   TO WL-RECORD-TYPE.
           MOVE WS-HEADER-DATE        TO WL-EXTRACT-DATE.
           MOVE WS-HEADER-SOURCE      TO WL-SOURCE-CODE.
           MOVE WS-HEADER-VERSION     TO WL-LAYOUT-VERSION.

           MOVE WS-LABEL-BUILD        TO WORK-REC-1.
           WRITE WORK-REC-1.
                 THRU 2100-EXIT
           END-IF.

           IF WS-XF-LEN < 80
              MOVE SPACE              TO RRB-REC (WS-XF-LEN + 1:)
           END-IF.

           MOVE RRB-REC               TO WS-HELD-RECORD.
           ADD 1 TO WS-STREAM-COUNT (WS-NEXT-STREAM).

      *    THE DETAIL IS DEALT AT THE LENGTH IT ARRIVED - AN
      *    ENRICHED ROW STAYS ENRICHED ON ITS STREAM'S WORK FILE,
      *    WHATEVER ITS LAYOUT VERSION.

           MOVE WS-HELD-LEN TO WS-WK-LEN.

