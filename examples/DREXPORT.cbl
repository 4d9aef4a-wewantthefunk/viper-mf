
       01  HIC-XREF-REC.
           05  HX-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(110).

       FD  SSA-XREF-FILE.


       01  ACK-MASTER-REC.
           05  AK-SSA-HIC              PIC  X(11).
           05  FILLER                  PIC  X(46).

       FD  OUTC-MASTER-FILE.

