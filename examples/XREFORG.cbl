           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  UNLOAD-FILE
           RECORD CONTAINS 122 CHARACTERS.

       01  UNLOAD-REC              PIC X(122).

       FD  NEW-XREF-FILE.

       01  NEW-XREF-REC.
           05  NX-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

      *    LAST REORG'S DATE AND RECORD COUNT - THE BASELINE THE
      *    GROWTH LINE IS MEASURED AGAINST.
