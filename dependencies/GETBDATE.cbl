      *    PER RUN UNIT. THE ONLINE SIDE GETS THE SAME DATE THROUGH
      *    CICS09'S BUSINESS-TIME SERVICE, WHICH READS THE
      *    CICS-DEFINED BUSDATEF VIEW OF THE SAME CONTROL DATASET.
      *
      *    A BUSINESS DATE INSIDE A MONTH PERCLOSE HAS CERTIFIED
      *    CLOSED (A 'C' ROW ON THE PERCTL PERIOD CONTROL MASTER) IS
      *    REFUSED, WHICHEVER SOURCE SUPPLIED IT - THE MONTH'S
      *    FIGURES ARE ALREADY PUBLISHED, AND A DATED RERUN INTO IT
      *    WOULD QUIETLY CHANGE THEM. THE REFUSAL IS SAID ON SYSOUT
      *    AND ENDS THE RUN UNIT AT RC-REJECT BEFORE THE CALLER HAS
      *    WRITTEN ANYTHING UNDER THE DATE. A SUPERVISOR REOPENS THE
      *    MONTH THROUGH PERCLOSE FIRST. WITH NO PERCTL MASTER NO
      *    MONTH IS CLOSED; UNDER BTCHTEST THE TEST-SCOPED PERCTLT IS
      *    READ.

       ENVIRONMENT DIVISION.

                                  FILE STATUS IS BD-FILE-STATUS
                                  ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-CTL-FILE
                                  ASSIGN TO WS-PERCTL-DSN
                                  ORGANIZATION INDEXED
                                  ACCESS MODE RANDOM
                                  RECORD KEY IS PC-PERIOD
                                  FILE STATUS IS PC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  BUSDATE-REC                 PIC 9(08).

       FD  PERIOD-CTL-FILE.

           COPY PERCTL.

       WORKING-STORAGE SECTION.

       01  BD-FILE-STATUS              PIC X(02).
       01  PC-FILE-STATUS              PIC X(02).

       01  WS-PERCTL-DSN               PIC X(08).

           COPY WSTMODE.

       01  WS-DATE-RESOLVED            PIC X(01)  VALUE 'N'.
           88  DATE-RESOLVED                       VALUE 'Y'.
               SET   DATE-RESOLVED     TO  TRUE
           END-IF.

           PERFORM 0200-CHECK-CLOSED-PERIOD
              THRU 0200-EXIT.

       0100-EXIT.
           EXIT.

       0200-CHECK-CLOSED-PERIOD.

           ACCEPT  WS-TEST-MODE-SWITCH  FROM  ENVIRONMENT  'BTCHTEST'.

           IF  WS-TEST-MODE-ON
               MOVE  'PERCTLT '        TO  WS-PERCTL-DSN
           ELSE
               MOVE  'PERCTL  '        TO  WS-PERCTL-DSN
           END-IF.

           OPEN INPUT PERIOD-CTL-FILE.

           IF  PC-FILE-STATUS      NOT =  '00'
               CLOSE PERIOD-CTL-FILE
               GO TO 0200-EXIT
           END-IF.

           MOVE  WS-SAVED-DATE (1:6)   TO  PC-PERIOD.

           READ PERIOD-CTL-FILE
             INVALID KEY
               MOVE  SPACE             TO  PC-STATUS
           END-READ.

           CLOSE PERIOD-CTL-FILE.

           IF  PC-PERIOD-CLOSED
               DISPLAY 'GETBDATE,BUSINESS DATE ' WS-SAVED-DATE
                       ' (SOURCE ' WS-SAVED-SOURCE ') IS IN CLOSED '
                       'PERIOD ' PC-PERIOD ',RUN REFUSED'
               DISPLAY 'GETBDATE,A SUPERVISOR MUST REOPEN THE PERIOD '
                       'THROUGH PERCLOSE FIRST'
               MOVE  8                 TO  RETURN-CODE
               STOP RUN
           END-IF.

       0200-EXIT.
           EXIT.
