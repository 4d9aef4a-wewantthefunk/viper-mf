           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  LOAD-EXCP-FILE
           RECORD CONTAINS 51 CHARACTERS.
           MOVE SPACE                 TO HX-MISMATCH-FLAG.
           MOVE SPACE                 TO HX-TERM-STATUS.
           MOVE SPACE                 TO HX-TERM-DATE.
           MOVE SPACE                 TO HX-SUPERSEDED-BY.
           MOVE SPACE                 TO HX-SUPERSEDES.

           WRITE HIC-XREF-REC
             INVALID KEY
