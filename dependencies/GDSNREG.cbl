      *    THE NEW DSN IS THE NEWEST EXISTING DSN WITH ITS TRAILING
      *    GENERATION QUALIFIER ROLLED; A DDNAME WITH NO GENERATIONS
      *    YET STARTS AT G0001V00 UNDER RRB.PROD.<DDNAME>.GDG.
      *
      *    EACH REGISTRATION IS STAMPED WITH THE TIME IT WAS MADE, SO
      *    THE GDGLINE LINEAGE REPORT CAN TIE THE GENERATION TO THE
      *    RUNLEDG EXECUTION WHOSE START AND END BRACKET THAT TIME -
      *    THE JOB THAT CREATED IT. THE ROW GREW FROM 60 TO 86 BYTES;
      *    A ROW WRITTEN BEFORE THAT CARRIES NO STAMP.

       ENVIRONMENT DIVISION.

       FILE SECTION.

       FD  REGISTRATION-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  REGISTRATION-REC.
           05  RG-DDNAME               PIC  X(08).
           05  RG-DATA-SET-NAME        PIC  X(44).
           05  RG-GENERATION           PIC  X(08).
           05  RG-REGISTERED-AT        PIC  X(26).

       WORKING-STORAGE SECTION.

           MOVE GR-DDNAME              TO RG-DDNAME.
           MOVE WS-NEW-DSN             TO RG-DATA-SET-NAME.
           MOVE WS-NEW-GENERATION      TO RG-GENERATION.
           MOVE FUNCTION CURRENT-DATE  TO RG-REGISTERED-AT.

           WRITE REGISTRATION-REC.

