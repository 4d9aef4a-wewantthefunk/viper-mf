           02  RRB-NUMBER          PIC X(12).
           02  FILLER              PIC X(10).

      *    SAME 130-BYTE LAYOUT HICAGE WRITES - THE FULL MASTER IMAGE
      *    PLUS THE DATE IT WAS ARCHIVED.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  ARCHIVE-REC.
           05  AR-XREF-IMAGE           PIC  X(122).
           05  AR-ARCHIVE-DATE         PIC  X(08).

       FD  ARC-SORTED-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  ARC-SORTED-REC.
           05  AS-XREF-IMAGE           PIC  X(122).
           05  AS-ARCHIVE-DATE         PIC  X(08).

       01  ARC-SORTED-KEYED REDEFINES ARC-SORTED-REC.
           05  AS-RRB-HIC              PIC  X(12).
           05  FILLER                  PIC  X(118).

       SD  SORT-WORK-1
           RECORD 130.

       01  SORT-RECORD-1.
           05  SORT-RRB-HIC        PIC X(12).
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  RESUR-RPT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           05  WA-MISMATCH-FLAG        PIC  X(01).
           05  WA-TERM-STATUS          PIC  X(01).
           05  WA-TERM-DATE            PIC  X(08).
           05  WA-SUPERSEDED-BY        PIC  X(12).
           05  WA-SUPERSEDES           PIC  X(12).

      *    PARAMETERS FOR RRBTOSS5 - SAME LAYOUT AS RRBTOSSA'S OWN
      *    LINKAGE SECTION, HAND-DECLARED HERE THE SAME WAY RRBDRIVE'S
