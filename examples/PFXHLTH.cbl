       FILE SECTION.

       FD  RRB-OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RO-REC.
           02  RO-RRB-HIC          PIC X(12).
           02  RO-SOURCE           PIC X(03).
           02  RO-ENT-DATE         PIC X(08).
           02  RO-CLAIM-TYPE       PIC X(02).
           02  RO-BENE-TYPE        PIC X(02).
           02  RO-BIRTH-DATE       PIC X(08).

       FD  BIC-XWALK-FILE
           RECORD CONTAINS 24 CHARACTERS.
