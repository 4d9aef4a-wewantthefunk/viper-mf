      *****************************************************************
      *  CONVERSION AUDIT WORKSHEET - THE MONTHLY STATISTICAL SAMPLE  *
      *  AUDSAMP DRAWS FROM THE MONTH'S ACCEPTED RRBOUT ROWS, READ    *
      *  BACK BY AUDCLOSE AGAINST THE REVIEWERS' AUDSIGN SIGN-OFFS.   *
      *  COPY THIS MEMBER WHEREVER THE RECORD IS READ OR WRITTEN SO   *
      *  THE SHAPE CANNOT DRIFT BETWEEN THEM.                         *
      *                                                               *
      *  ONE H ROW FIRST, CARRYING THE DRAW'S PARAMETERS (CONFIDENCE  *
      *  LEVEL, MARGIN, POPULATION, SAMPLE SIZE, STRATA, SEED), THEN  *
      *  ONE D ROW PER SAMPLED CASE, NUMBERED FROM 1 IN AW-SEQ - THE  *
      *  NUMBER A REVIEWER QUOTES ON THE SIGN-OFF. AW-RECOMP-SSA-HIC  *
      *  IS THE CONVERSION RECOMPUTED THROUGH RRBTOSS5, INDEPENDENT   *
      *  OF THE SITE TABLES AND THE CROSSWALK THE NIGHTLY RUN USED;   *
      *  AW-RECOMP-AGREES SAYS WHETHER IT MATCHES WHAT WAS SENT.      *
      *  AW-ACK-STATUS IS THE ACKMAST STATUS (A, R, OR SPACE WHEN     *
      *  STILL PENDING), N WHEN ACKMAST HOLDS NO RECORD, U WHEN       *
      *  ACKMAST COULD NOT BE READ. IDENTIFIERS ARE FULL - THIS IS A  *
      *  MACHINE-READABLE FILE, NOT AN EYEBALL SURFACE. 100 BYTES.    *
      *****************************************************************

       01  AUDIT-WORKSHEET-REC.
           05  AW-REC-TYPE             PIC  X(01).
               88  AW-HEADER                       VALUE 'H'.
               88  AW-DETAIL                       VALUE 'D'.
           05  AW-MONTH                PIC  X(06).
           05  AW-SEQ                  PIC  9(04).
           05  AW-DETAIL-BODY.
               10  AW-RRB-HIC          PIC  X(12).
               10  AW-SENT-SSA-HIC     PIC  X(11).
               10  AW-RECOMP-SSA-HIC   PIC  X(11).
               10  AW-RECOMP-REASON    PIC  X(02).
               10  AW-RECOMP-AGREES    PIC  X(01).
                   88  AW-RECOMP-MATCHED           VALUE 'Y'.
               10  AW-BIC              PIC  X(02).
               10  AW-REGION           PIC  X(03).
               10  AW-ACK-STATUS       PIC  X(01).
               10  AW-ACK-REASON       PIC  X(03).
               10  AW-ACK-DATE         PIC  X(08).
               10  AW-STRATUM-POP      PIC  9(09).
               10  AW-STRATUM-SAMPLE   PIC  9(05).
               10  FILLER              PIC  X(21).
           05  AW-HEADER-BODY  REDEFINES  AW-DETAIL-BODY.
               10  AW-H-CONF-LEVEL     PIC  9(02).
               10  AW-H-MARGIN-PCT     PIC  9(02).
               10  AW-H-POPULATION     PIC  9(09).
               10  AW-H-SAMPLE-SIZE    PIC  9(05).
               10  AW-H-STRATA         PIC  9(04).
               10  AW-H-SEED           PIC  9(09).
               10  AW-H-RUN-DATE       PIC  X(08).
               10  FILLER              PIC  X(50).
