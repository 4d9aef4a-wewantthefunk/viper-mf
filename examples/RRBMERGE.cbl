       FILE SECTION.

       FD  STREAM-OUT-1
           RECORD CONTAINS 49 CHARACTERS.

       01  SO1-REC                 PIC X(49).

       FD  STREAM-OUT-2
           RECORD CONTAINS 49 CHARACTERS.

       01  SO2-REC                 PIC X(49).

       FD  STREAM-OUT-3
           RECORD CONTAINS 49 CHARACTERS.

       01  SO3-REC                 PIC X(49).

       FD  STREAM-OUT-4
           RECORD CONTAINS 49 CHARACTERS.

       01  SO4-REC                 PIC X(49).

       FD  MERGED-OUT
           RECORD CONTAINS 49 CHARACTERS.

       01  MO-REC                  PIC X(49).

       FD  STREAM-BRPT-1
           RECORD CONTAINS 37 CHARACTERS.
      *    NIGHT.

           05  WS-TRL-SUPERSEDED   PIC 9(05).
           05  FILLER              PIC X(20).

       01  WS-COMBINED-ACCEPTED    PIC 9(07)  VALUE ZERO.
       01  WS-COMBINED-REJECTED    PIC 9(07)  VALUE ZERO.
