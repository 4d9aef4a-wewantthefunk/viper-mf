
       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  SSA-XREF-FILE.


       01  ACK-MASTER-REC.
           05  AK-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(46).

       FD  OUTC-MASTER-FILE.

                      MOVE 'Y' TO WS-NO-MORE-EXPORT
                    NOT AT END
                      MOVE EXPORT-HXRF-REC TO WS-IMAGE
                      MOVE WS-IMAGE (1:122) TO HIC-XREF-REC
                      WRITE HIC-XREF-REC
                        INVALID KEY
                          ADD 1 TO WS-LOAD-ERRORS
                      MOVE 'Y' TO WS-NO-MORE-EXPORT
                    NOT AT END
                      MOVE EXPORT-ACKM-REC TO WS-IMAGE
                      MOVE WS-IMAGE (1:57) TO ACK-MASTER-REC
                      WRITE ACK-MASTER-REC
                        INVALID KEY
                          ADD 1 TO WS-LOAD-ERRORS
