           COPY EXCPREC.

       FD  REGISTRATION-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  REGISTRATION-REC.
           05  RG-DDNAME               PIC  X(08).
           05  RG-DATA-SET-NAME        PIC  X(44).
           05  RG-GENERATION           PIC  X(08).
           05  RG-REGISTERED-AT        PIC  X(26).

       WORKING-STORAGE SECTION.

