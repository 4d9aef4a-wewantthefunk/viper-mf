      * RAISED THROUGH ALERTSUB - BEFORE THE NIGHT SPENDS ITSELF
      * CONVERTING GARBAGE. NO BASELINE YET MEANS NO JUDGMENT; THE
      * FIRST WEEK JUST BUILDS IT.
      *
      * THE HEADER'S LAYOUT VERSION (POSITIONS 13-14) IS LOOKED UP ON
      * THE XTRLAYT LAYOUT REGISTRY THROUGH XLAYLOOK FIRST. AN
      * UNKNOWN OR RETIRED VERSION IS RAISED THROUGH ALERTSUB AND
      * ENDS THE STEP WITH RETURN CODE 8 WITHOUT PROFILING - RRBSPLIT
      * AND RRBDRIVE WOULD REFUSE THE EXTRACT ANYWAY, AND A NIGHT
      * READ UNDER THE WRONG LAYOUT MUST NOT JOIN THE BASELINE. A
      * HEADER WITH NO VERSION IS READ AS 02.

       ENVIRONMENT DIVISION.

       FILE SECTION.

       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 12 TO 80 CHARACTERS
           DEPENDING ON WS-XF-LEN.

       01  RRB-REC                 PIC X(80).

       01  RRB-HDR-REC.
           02  HDR-RECORD-TYPE     PIC X(01).
           02  HDR-EXTRACT-DATE    PIC X(08).
           02  HDR-SOURCE-CODE     PIC X(03).
           02  HDR-LAYOUT-VERSION  PIC X(02).

       FD  PRF-HISTORY-FILE
           RECORD CONTAINS 24 CHARACTERS.
      *    DETAILS BELONG IN THE FIRST-BYTE MIX THIS MONITOR EXISTS
      *    TO MEASURE.

       01  WS-HELD-RECORD              PIC X(80)  VALUE SPACE.
       01  WS-RECORD-HELD              PIC X(01)  VALUE 'N'.
       01  WS-HEADER-DONE              PIC X(01)  VALUE 'N'.


           COPY RETCODE.

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

       01  WS-LAYOUT-ALERT.
           05  FILLER              PIC X(23)  VALUE
               'EXTRACT LAYOUT VERSION '.
           05  WS-LAL-VERSION      PIC X(02).
           05  WS-LAL-STATE        PIC X(35).

      *    PARAMETERS FOR THE CENTRAL BUSINESS-DATE SERVICE - SAME
      *    LAYOUT AS GETBDATE'S OWN LINKAGE SECTION.

           PERFORM 2000-PROFILE-EXTRACT
              THRU 2000-EXIT.

           IF RC-REJECT
              MOVE WS-RETURN-CODE     TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3000-COMPUTE-SHARES
              THRU 3000-EXIT.

                 NOT AT END
                   IF WS-HEADER-DONE = 'N'
                      MOVE 'Y'         TO WS-HEADER-DONE
                      PERFORM 2050-CHECK-LAYOUT
                         THRU 2050-EXIT
                   ELSE
                      IF WS-RECORD-HELD = 'Y'
                         ADD 1 TO WS-DETAILS-READ
       2000-EXIT.
           EXIT.

      *    THE HEADER'S LAYOUT VERSION MUST BE ONE THE REGISTRY
      *    STILL READS. A REJECT ENDS THE READ WITHOUT PROFILING.

       2050-CHECK-LAYOUT.

           IF WS-XF-LEN >= 14
              MOVE HDR-LAYOUT-VERSION TO LY-VERSION
           ELSE
              MOVE SPACE              TO LY-VERSION
           END-IF.

           CALL 'XLAYLOOK' USING WS-XLAYLOOK-PARAMETERS.

           IF LY-RETURN-CODE = ZERO
              GO TO 2050-EXIT
           END-IF.

           MOVE LY-VERSION            TO WS-LAL-VERSION.
           IF LY-RETURN-CODE = 12
              MOVE ' RETIRED - EXTRACT REJECTED'
                                      TO WS-LAL-STATE
           ELSE
              MOVE ' NOT ON XTRLAYT - EXTRACT REJECTED'
                                      TO WS-LAL-STATE
           END-IF.

           DISPLAY 'XTRPROF,' WS-LAYOUT-ALERT.

           MOVE 'XTRPROF '            TO AP-SOURCE-PGM.
           MOVE 08                    TO AP-SEVERITY.
           MOVE WS-LAYOUT-ALERT       TO AP-ALERT-TEXT.
           CALL 'ALERTSUB' USING WS-ALERTSUB-PARAMETERS.

           SET RC-REJECT              TO TRUE.
           MOVE 'Y'                   TO WS-NO-MORE-XF.

       2050-EXIT.
           EXIT.

       2100-PROFILE-ONE-HIC.

      *    TRAILING-SPACE LENGTH.
