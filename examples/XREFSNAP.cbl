
       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  HIC-SNAP-FILE.

       01  HIC-SNAP-REC.
           05  HS-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  SSA-XREF-FILE.

