      *****************************************************************
      *  MENU AUTHORIZATION RECERTIFICATION DECISION - ONE ROW PER    *
      *  OPERATOR AND MENU SELECTION. UARCERT WRITES THE TURNAROUND   *
      *  DECK (UARCTURN) WITH THE DECISION AND SUPERVISOR BLANK; THE  *
      *  SUPERVISOR KEYS K OR R AND THEIR OWN USER ID AND RETURNS IT  *
      *  AS UARCDEC, WHICH UARCAPP APPLIES TO USERAUTH. COPY THIS     *
      *  MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE SHAPE      *
      *  CANNOT DRIFT BETWEEN THEM.                                   *
      *****************************************************************

       01  RECERT-DECISION-REC.
           05  RD-USER-ID              PIC  X(08).
           05  RD-SELECTION            PIC  X(01).
           05  RD-SELECTION-N REDEFINES RD-SELECTION
                                       PIC  9(01).
           05  RD-DECISION             PIC  X(01).
               88  RD-KEEP                         VALUE 'K'.
               88  RD-REVOKE                       VALUE 'R'.
           05  RD-SUPERVISOR-ID        PIC  X(08).
           05  RD-QUARTER              PIC  X(06).

      *    CARRIED ON THE TURNAROUND FOR THE SUPERVISOR'S EYE ONLY -
      *    UARCAPP GOES BY WHAT IS ON USERAUTH, NOT BY THESE.

           05  RD-UNIT                 PIC  X(04).
           05  RD-QUARTER-USES         PIC  9(07).
           05  FILLER                  PIC  X(05).
