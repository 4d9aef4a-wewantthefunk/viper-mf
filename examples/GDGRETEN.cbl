      * GETDSNS FOR ITS GENERATIONS (NEWEST FIRST, PER GETDSNS'S OWN
      * CATALOG ORDERING), AND FLAGS EVERY GENERATION SITTING PAST THE
      * RETENTION WINDOW SO IT CAN BE REVIEWED FOR DELETION INSTEAD OF
      * SILENTLY PILING UP UNDER A GIVEN DDNAME. HOW MANY GENERATIONS
      * ARE KEPT IS THE GDGGEN ROW OF THE SITE'S RETNSCHD RECORDS
      * RETENTION SCHEDULE (THROUGH RETNLOOK), WITH THE COMPILED-IN
      * LIMIT BELOW AS THE DEFAULT.

       ENVIRONMENT DIVISION.


       01  WS-RETENTION-LIMIT           PIC 9(02) VALUE 4.

      *    PARAMETERS FOR RETNLOOK - SAME LAYOUT AS RETNLOOK'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION.

       01  WS-RETNLOOK-PARAMETERS.
           05  RN-CLASS                PIC  X(08).
           05  RN-UNIT                 PIC  X(01).
           05  RN-DEFAULT              PIC  9(05).
           05  RN-PERIOD               PIC  9(05).
           05  RN-SOURCE               PIC  X(01).
           05  RN-RETURN-CODE          PIC  9(02).

      *    NO SITE-MAINTAINED LIST OF GDG BASES EXISTS YET, SO THESE ARE
      *    THE TWO BASES GETDSNS'S OWN COMPILED-IN CATALOG CARRIES
      *    MULTIPLE GENERATIONS FOR TODAY.
               10  GP-DATA-SET-NAME     PIC X(44).
               10  GP-GENERATION        PIC X(08).

      *    PARAMETERS FOR TBLVERS - SAME LAYOUT AS TBLVERS'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE PER THIS REPO'S CALL-
      *    SUBPROGRAM CONVENTION. EVERY LOAD OF A VERSIONED CONTROL
      *    TABLE IS REPORTED SO RUNLEDG CAN CARRY THE VERSION LOADED.

       01  WS-TBLVERS-PARAMETERS.
           05  TL-FUNCTION             PIC  X(01).
           05  TL-TABLE-ID             PIC  X(08).
           05  TL-RECORD-LENGTH        PIC  9(04).
           05  TL-RECORD-AREA          PIC  X(80).
           05  TL-SLOT-VERSIONS        PIC  X(20).
           05  TL-RETURN-CODE          PIC  9(02).

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-LOAD-GDG-BASES
              THRU 1000-EXIT.

      *    GETDSNS RETURNS AT MOST 20 GENERATIONS A BASE, SO A LONGER
      *    SCHEDULED LIMIT SIMPLY FLAGS NOTHING.

           MOVE 'GDGGEN  '             TO RN-CLASS.
           MOVE 'G'                    TO RN-UNIT.
           MOVE WS-RETENTION-LIMIT     TO RN-DEFAULT.
           CALL 'RETNLOOK' USING WS-RETNLOOK-PARAMETERS.
           IF RN-PERIOD > 99
              MOVE 99                  TO WS-RETENTION-LIMIT
           ELSE
              MOVE RN-PERIOD           TO WS-RETENTION-LIMIT
           END-IF.

           OPEN OUTPUT GDG-RETENTION-RPT-FILE.

      *    GDGRRPT STAYS IN ITS RAW MACHINE SHAPE - GDGARCH CONSUMES

       1000-LOAD-GDG-BASES.

           MOVE  'B'                   TO  TL-FUNCTION.
           MOVE  'GDGBASES'            TO  TL-TABLE-ID.
           CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS.

           OPEN INPUT GDG-BASE-LIST-FILE.

           IF  GB-FILE-STATUS          =  '00'
                     AT END
                       MOVE 'Y'          TO WS-NO-MORE-GB
                     NOT AT END
                       MOVE  'F'            TO  TL-FUNCTION
                       MOVE  8              TO  TL-RECORD-LENGTH
                       MOVE  GB-REC         TO  TL-RECORD-AREA
                       CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
                       IF  WS-BASE-COUNT     >=  50
                           DISPLAY 'GDGRETEN,GDG-BASE-LIST-FILE ROWS'
                                   ' EXCEED TABLE MAX 50,ROWS IGNORED'
                   END-READ
               END-PERFORM
               CLOSE GDG-BASE-LIST-FILE
               MOVE  'E'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           ELSE
               MOVE  'D'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
               MOVE WS-DEFAULT-BASE-COUNT TO WS-BASE-COUNT
               PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                         UNTIL WS-BASE-IDX > WS-BASE-COUNT
           CALL 'RPTWRITE' USING WS-RPTWRITE-PARAMETERS.

           DISPLAY 'GDGRETEN,GDG BASES CHECKED,' WS-BASE-COUNT.
           DISPLAY 'GDGRETEN,GENERATIONS KEPT PER BASE,'
                   WS-RETENTION-LIMIT.
           DISPLAY 'GDGRETEN,GENERATIONS SEEN,' WS-GENERATIONS-SEEN.
           DISPLAY 'GDGRETEN,GENERATIONS PAST RETENTION,'
                   WS-GENERATIONS-FLAGGED.
