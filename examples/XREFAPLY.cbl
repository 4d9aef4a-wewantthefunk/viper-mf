           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  SSA-XREF-FILE.

           05  WG-MISMATCH-FLAG        PIC  X(01).
           05  WG-TERM-STATUS          PIC  X(01).
           05  WG-TERM-DATE            PIC  X(08).
           05  WG-SUPERSEDED-BY        PIC  X(12).
           05  WG-SUPERSEDES           PIC  X(12).


      *    PARAMETERS FOR MSTJRNL - SAME LAYOUT AS MSTJRNL'S OWN
                                         WG-MISMATCH-FLAG
                                         WG-TERM-STATUS
                                         WG-TERM-DATE
                                         WG-SUPERSEDED-BY
                                         WG-SUPERSEDES
             NOT INVALID KEY
               MOVE 'Y'               TO WS-GROUP-ON-MASTER
               MOVE HX-SSA-HIC        TO WG-SSA-HIC
               MOVE HX-MISMATCH-FLAG  TO WG-MISMATCH-FLAG
               MOVE HX-TERM-STATUS    TO WG-TERM-STATUS
               MOVE HX-TERM-DATE      TO WG-TERM-DATE
               MOVE HX-SUPERSEDED-BY  TO WG-SUPERSEDED-BY
               MOVE HX-SUPERSEDES     TO WG-SUPERSEDES
           END-READ.

       3100-EXIT.
           MOVE WG-MISMATCH-FLAG      TO HX-MISMATCH-FLAG.
           MOVE WG-TERM-STATUS        TO HX-TERM-STATUS.
           MOVE WG-TERM-DATE          TO HX-TERM-DATE.
           MOVE WG-SUPERSEDED-BY      TO HX-SUPERSEDED-BY.
           MOVE WG-SUPERSEDES         TO HX-SUPERSEDES.

           IF WS-GROUP-ON-MASTER = 'Y'
              REWRITE HIC-XREF-REC
