      *
      * DUPLICATE ACCEPTED ROWS FOR ONE HIC (A RESTART REPLAY) MATCH
      * THE SAME MASTER RECORD AND ARE NOT THEMSELVES EXCEPTIONS.
      *
      * STREAMCT CALLS THIS AT STREAM END, AFTER THE CICS FILE
      * DEFINITIONS ARE BACK OPEN (THE MASTER IS ONLY READ HERE), SO
      * A CLEAN SIGN-OFF NEVER POINTS THE SCREENS AT A CLOSED FILE.

       ENVIRONMENT DIVISION.

       FILE SECTION.

       FD  OUTPUT-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  RRB-OUT-REC.
           02  OUT-RRB-HIC         PIC X(12).
           02  OUT-SOURCE          PIC X(03).
           02  OUT-ENT-DATE        PIC X(08).
           02  OUT-CLAIM-TYPE      PIC X(02).
           02  OUT-BENE-TYPE       PIC X(02).
           02  OUT-BIRTH-DATE      PIC X(08).

       SD  SORT-WORK-1
           RECORD 23.
           05  HX-MISMATCH-FLAG        PIC  X(01).
           05  HX-TERM-STATUS          PIC  X(01).
           05  HX-TERM-DATE            PIC  X(08).
           05  HX-SUPERSEDED-BY        PIC  X(12).
           05  HX-SUPERSEDES           PIC  X(12).

       FD  AUDIT-EXCP-FILE
           RECORD CONTAINS 40 CHARACTERS.
           PERFORM 8000-TERMINATE
              THRU 8000-EXIT.

           GOBACK.

      *    FEEDS THE SORT WITH THE NIGHT'S ACCEPTED ROWS ONLY -
      *    REJECTS NEVER TOUCHED THE MASTER AND HAVE NOTHING TO
