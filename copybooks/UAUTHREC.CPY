      *****************************************************************
      *  OPERATOR MENU AUTHORIZATION - ONE ROW PER OPERATOR ON THE    *
      *  KEYED USERAUTH FILE. MENUMAP READS IT AT EVERY START TO SAY  *
      *  WHICH OF THE NINE MENU SELECTIONS THE SIGNED-ON OPERATOR MAY *
      *  USE; AN OPERATOR NOT ON FILE KEEPS THE ALL-'Y' DEFAULT.      *
      *  UARCERT OPENS A QUARTERLY RECERTIFICATION CYCLE ON THE ROW   *
      *  AND UARCAPP APPLIES THE SUPERVISORS' KEEP/REVOKE DECISIONS   *
      *  AND SUSPENDS WHAT WAS NOT RECERTIFIED BY THE DEADLINE. COPY  *
      *  THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE SHAPE *
      *  CANNOT DRIFT BETWEEN THEM. 80 BYTES, SO EVERY IMAGE FITS     *
      *  MSTJRNL.                                                     *
      *****************************************************************

       01  USER-AUTH-REC.
           05  UA-USER-ID              PIC  X(08).

      *    ONE FLAG PER MENU SELECTION 1-9. ONLY 'Y' LETS THE
      *    SELECTION START - 'N' WAS NEVER GRANTED OR WAS REVOKED, 'S'
      *    WAS SUSPENDED FOR WANT OF A RECERTIFICATION AND COMES BACK
      *    ON A SUPERVISOR'S KEEP.

           05  UA-SEL-FLAG             PIC  X(01)  OCCURS 9 TIMES.

      *    WHO ANSWERS FOR THE OPERATOR'S ACCESS - THE RECERTIFICATION
      *    LISTING IS GROUPED BY THESE, AND ONLY THIS SUPERVISOR'S
      *    DECISIONS ARE TAKEN FOR THE OPERATOR.

           05  UA-UNIT                 PIC  X(04).
           05  UA-SUPERVISOR           PIC  X(08).

      *    THE NEWEST RECERTIFICATION CYCLE (YYYYQN) AND ITS DEADLINE.
      *    PER SELECTION: 'P' AWAITING A DECISION, 'K' KEPT, 'R'
      *    REVOKED, 'S' SUSPENDED AT THE DEADLINE, SPACE NOT IN THE
      *    CYCLE. THE LAST DECISION'S SUPERVISOR AND BUSINESS DATE.

           05  UA-RC-QUARTER           PIC  X(06).
           05  UA-RC-DEADLINE          PIC  X(08).
           05  UA-RC-STATE             PIC  X(01)  OCCURS 9 TIMES.
               88  UA-RC-PENDING                   VALUE 'P'.
           05  UA-RC-DECIDED-BY        PIC  X(08).
           05  UA-RC-DECIDED-DATE      PIC  X(08).
           05  FILLER                  PIC  X(12).
