               10  ST-VALUE-ONE          PIC  X(02).
               10  ST-CATEGORY     PIC  X(02).

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

       LINKAGE SECTION.

       01  STATUS-BATCH-AREA.

       0100-LOAD-STATUS-TABLE.

           MOVE  'B'                   TO  TL-FUNCTION.
           MOVE  'STATTAB '            TO  TL-TABLE-ID.
           CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS.

           OPEN INPUT STATUS-TABLE-FILE.

           IF  ST-FILE-STATUS          =  '00'
                     AT END
                       MOVE  'Y'          TO  WS-TABLE-FILE-EOF
                     NOT AT END
                       MOVE  'F'            TO  TL-FUNCTION
                       MOVE  4              TO  TL-RECORD-LENGTH
                       MOVE  STATUS-TABLE-REC TO  TL-RECORD-AREA
                       CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
                       IF  WS-TABLE-COUNT    >=  500
                           DISPLAY 'COMPL006,STATUS-TABLE-FILE ROWS'
                                   ' EXCEED TABLE MAX 500,ROWS IGNORED'
                   END-READ
               END-PERFORM
               CLOSE STATUS-TABLE-FILE
               MOVE  'E'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
           ELSE
               MOVE  'D'                TO  TL-FUNCTION
               CALL 'TBLVERS' USING WS-TBLVERS-PARAMETERS
               MOVE  189                TO  WS-TABLE-COUNT
               PERFORM  VARYING  WS-DEFAULT-IDX  FROM  1  BY  1
                         UNTIL   WS-DEFAULT-IDX  >  189
