       ID DIVISION.
       PROGRAM-ID.    TRNGCHK.

      *    SHARED "IS THIS A TRAINING SESSION" TRANSACTION - EVERY
      *    MENUMAP-FAMILY SCREEN LINKS TO THIS ON EACH ENTRY, THE SAME
      *    WAY THEY LINK TO CICS09 FOR THE TIME, SO THE DECISION IS
      *    MADE IN ONE PLACE AND NO SCREEN CAN DRIFT FROM THE OTHERS.
      *    NEW CLERKS USED TO LEARN ON THE LIVE SCREENS AGAINST REAL
      *    BENEFICIARIES; A TRAINING SESSION INSTEAD READS AND WRITES
      *    THE TRAINING-SCOPED FILE DEFINITIONS, WHICH TRNGRST LOADS
      *    EACH MORNING FROM THE ANONYMIZED TEST MASTERS.
      *
      *    A SESSION IS A TRAINING SESSION WHEN EITHER THE SIGNED-ON
      *    OPERATOR OR THE TERMINAL IS ON THE TRAINING ROSTER, THE
      *    SITE-MAINTAINED TRNGCTLF FILE. AN 'O' ENTRY NAMES ONE
      *    OPERATOR ID; A 'T' ENTRY NAMES A TERMINAL RANGE (LOW ID IN
      *    THE KEY, HIGH ID ALONGSIDE - A BLANK HIGH MEANS THAT ONE
      *    TERMINAL). ONLY ACTIVE ENTRIES COUNT, SO A CLASS CAN BE
      *    STOOD DOWN WITHOUT DELETING ITS ROSTER. A ROSTER FILE THAT
      *    IS MISSING OR CLOSED MEANS NOBODY IS IN TRAINING - THE
      *    SCREENS CARRY ON AGAINST PRODUCTION EXACTLY AS BEFORE.
      *
      *    THE CALLER PASSES THE CICS FILE NAMES IT IS ABOUT TO USE.
      *    FOR A TRAINING SESSION EACH PRODUCTION NAME ON THE TABLE
      *    BELOW COMES BACK AS ITS TRAINING COUNTERPART (THE SNAPSHOT
      *    COPY OF THE CROSSWALK MAPS TO THE SAME TRAINING FILE - THE
      *    TRAINING FILES ARE NEVER MID-REFRESH); ANY NAME NOT ON THE
      *    TABLE IS REFERENCE DATA (REASON TEXT, CATEGORY TEXT,
      *    OPERATOR AUTHORIZATIONS) AND COMES BACK UNCHANGED. THE
      *    BANNER COMES BACK SET FOR A TRAINING SESSION AND BLANK
      *    OTHERWISE, SO A SCREEN CAN MOVE IT TO ITS MAP WITHOUT
      *    TESTING THE FLAG FIRST.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 W-RESPONSE-CODE  PIC S9(8) COMP.

       01 W-ROSTER-FILE    PIC X(8)  VALUE 'TRNGCTLF'.

       01 W-OPERATOR       PIC X(8)  VALUE SPACE.

       01 W-BROWSE-SWITCH  PIC X(1)  VALUE 'N'.
           88 W-BROWSE-DONE          VALUE 'Y'.

       01 W-FILE-IDX       PIC S9(4) COMP VALUE ZERO.
       01 W-MAP-IDX        PIC S9(4) COMP VALUE ZERO.

      *    THE TRAINING ROSTER RECORD - 40 BYTES, KEYED ON TYPE + ID.

       01 W-ROSTER-REC.
           05 TR-KEY.
               10 TR-KEY-TYPE  PIC X(1).
                   88 TR-OPERATOR-ENTRY      VALUE 'O'.
                   88 TR-TERMINAL-ENTRY      VALUE 'T'.
               10 TR-KEY-ID    PIC X(8).
           05 TR-HIGH-TERM     PIC X(4).
           05 TR-STATUS        PIC X(1).
               88 TR-ACTIVE                  VALUE 'A'.
           05 TR-DESCRIPTION   PIC X(20).
           05 FILLER           PIC X(6).

       01 W-ROSTER-KEY         PIC X(9)  VALUE SPACE.

      *    PRODUCTION-TO-TRAINING FILE NAME TABLE. A NEW UPDATABLE
      *    FILE ON THE SCREENS NEEDS A TRAINING DEFINITION IN CICS, A
      *    LOAD OR EMPTY STEP IN TRNGRST, AND AN ENTRY HERE.

       01 W-FILE-MAP-DATA.
           05 FILLER PIC X(16) VALUE 'HICXREF HICXRFTR'.
           05 FILLER PIC X(16) VALUE 'HICXREFSHICXRFTR'.
           05 FILLER PIC X(16) VALUE 'SSAXREF SSAXRFTR'.
           05 FILLER PIC X(16) VALUE 'SSAXREFSSSAXRFTR'.
           05 FILLER PIC X(16) VALUE 'ACKMAST ACKMSTTR'.
           05 FILLER PIC X(16) VALUE 'OUTCMASTOUTCMSTR'.
           05 FILLER PIC X(16) VALUE 'MBIXREF MBIXRFTR'.
           05 FILLER PIC X(16) VALUE 'MBIHIST MBIHSTTR'.
           05 FILLER PIC X(16) VALUE 'RCYCMASTRCYCMSTR'.
           05 FILLER PIC X(16) VALUE 'CONTLOG CONTLGTR'.
           05 FILLER PIC X(16) VALUE 'PKTQUEUEPKTQUETR'.
           05 FILLER PIC X(16) VALUE 'WRKITEM WRKITMTR'.
           05 FILLER PIC X(16) VALUE 'STAGENT STGENTTR'.
       01 W-FILE-MAP REDEFINES W-FILE-MAP-DATA.
           05 W-FILE-MAP-ENTRY OCCURS 13 TIMES.
               10 W-PROD-NAME      PIC X(8).
               10 W-TRAIN-NAME     PIC X(8).
       01 W-FILE-MAP-COUNT PIC S9(4) COMP VALUE 13.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
           05 TG-TRAINING      PIC X(1).
               88 TG-TRAINING-ON             VALUE 'Y'.
           05 TG-BANNER        PIC X(20).
           05 TG-FILE-COUNT    PIC 9(2).
           05 TG-FILE-NAME     PIC X(8) OCCURS 8 TIMES.

       PROCEDURE DIVISION.

           MOVE 'N'                    TO TG-TRAINING.
           MOVE SPACE                  TO TG-BANNER.

           PERFORM 1000-CHECK-OPERATOR
              THRU 1000-EXIT.

           IF NOT TG-TRAINING-ON
               PERFORM 2000-CHECK-TERMINAL
                  THRU 2000-EXIT
           END-IF.

           IF TG-TRAINING-ON
               MOVE '*** TRAINING ***'  TO TG-BANNER
               PERFORM 3000-MAP-FILE-NAMES
                  THRU 3000-EXIT
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      *  IS THE SIGNED-ON OPERATOR ON THE ROSTER AS AN ACTIVE TRAINEE? *
      *****************************************************************
       1000-CHECK-OPERATOR.

           EXEC CICS ASSIGN
               USERID   (W-OPERATOR)
               NOHANDLE
               RESP     (W-RESPONSE-CODE)
           END-EXEC.

           IF W-RESPONSE-CODE NOT = DFHRESP(NORMAL)
           OR W-OPERATOR = SPACE
               GO TO 1000-EXIT
           END-IF.

           MOVE 'O'                    TO W-ROSTER-KEY (1:1).
           MOVE W-OPERATOR             TO W-ROSTER-KEY (2:8).

           EXEC CICS READ FILE(W-ROSTER-FILE)
               INTO     (W-ROSTER-REC)
               RIDFLD   (W-ROSTER-KEY)
               NOHANDLE
               RESP     (W-RESPONSE-CODE)
           END-EXEC.

           IF W-RESPONSE-CODE = DFHRESP(NORMAL)
           AND TR-ACTIVE
               MOVE 'Y'                TO TG-TRAINING
           END-IF.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *  IS THIS TERMINAL INSIDE AN ACTIVE TRAINING TERMINAL RANGE?    *
      *  THE 'T' ENTRIES ARE BROWSED IN KEY ORDER; THE BROWSE STOPS AT *
      *  THE FIRST MATCH OR THE FIRST KEY THAT IS NOT A 'T' ENTRY.     *
      *****************************************************************
       2000-CHECK-TERMINAL.

           MOVE LOW-VALUES             TO W-ROSTER-KEY.
           MOVE 'T'                    TO W-ROSTER-KEY (1:1).

           EXEC CICS STARTBR FILE(W-ROSTER-FILE)
               RIDFLD   (W-ROSTER-KEY)
               GTEQ
               NOHANDLE
               RESP     (W-RESPONSE-CODE)
           END-EXEC.

           IF W-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                    TO W-BROWSE-SWITCH.
           PERFORM 2100-NEXT-RANGE
              THRU 2100-EXIT
              UNTIL W-BROWSE-DONE.

           EXEC CICS ENDBR FILE(W-ROSTER-FILE)
               NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2100-NEXT-RANGE.

           EXEC CICS READNEXT FILE(W-ROSTER-FILE)
               INTO     (W-ROSTER-REC)
               RIDFLD   (W-ROSTER-KEY)
               NOHANDLE
               RESP     (W-RESPONSE-CODE)
           END-EXEC.

           IF W-RESPONSE-CODE NOT = DFHRESP(NORMAL)
           OR NOT TR-TERMINAL-ENTRY
               MOVE 'Y'                TO W-BROWSE-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF NOT TR-ACTIVE
               GO TO 2100-EXIT
           END-IF.

           IF TR-HIGH-TERM = SPACE
               IF EIBTRMID = TR-KEY-ID (1:4)
                   MOVE 'Y'            TO TG-TRAINING
                   MOVE 'Y'            TO W-BROWSE-SWITCH
               END-IF
           ELSE
               IF  EIBTRMID NOT < TR-KEY-ID (1:4)
               AND EIBTRMID NOT > TR-HIGH-TERM
                   MOVE 'Y'            TO TG-TRAINING
                   MOVE 'Y'            TO W-BROWSE-SWITCH
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *  SWAPS EACH PRODUCTION FILE NAME THE CALLER PASSED FOR ITS     *
      *  TRAINING COUNTERPART. NAMES NOT ON THE TABLE ARE LEFT ALONE.  *
      *****************************************************************
       3000-MAP-FILE-NAMES.

           IF TG-FILE-COUNT NOT NUMERIC
           OR TG-FILE-COUNT > 8
               GO TO 3000-EXIT
           END-IF.

           PERFORM VARYING W-FILE-IDX FROM 1 BY 1
                   UNTIL W-FILE-IDX > TG-FILE-COUNT
               PERFORM VARYING W-MAP-IDX FROM 1 BY 1
                       UNTIL W-MAP-IDX > W-FILE-MAP-COUNT
                   IF TG-FILE-NAME (W-FILE-IDX)
                                   = W-PROD-NAME (W-MAP-IDX)
                       MOVE W-TRAIN-NAME (W-MAP-IDX)
                                   TO TG-FILE-NAME (W-FILE-IDX)
                       MOVE W-FILE-MAP-COUNT TO W-MAP-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-EXIT.
           EXIT.
