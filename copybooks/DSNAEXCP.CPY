      *****************************************************************
      *  TONIGHT'S DATASET-AVAILABILITY EXCEPTIONS - ONE ROW PER      *
      *  DSNMANF MANIFEST ENTRY THE DSNAVAIL PRE-STREAM CHECK COULD   *
      *  NOT FIND OR COULD NOT OPEN IN THE MODE THE NIGHT NEEDS IT.   *
      *  DSNAVAIL REWRITES THE DSNAEXCP DATASET WHOLE EVERY RUN;      *
      *  STREAMCT RECORDS EACH ROW ON STRMOUT UNDER THE DDNAME. COPY  *
      *  THIS MEMBER WHEREVER THE ROW IS READ OR WRITTEN SO THE SHAPE *
      *  CANNOT DRIFT BETWEEN THEM.                                   *
      *                                                               *
      *  DA-BUSINESS-DATE IS THE CYCLE THE ROW BELONGS TO - A READER  *
      *  IGNORES ROWS FOR ANY OTHER DATE. DA-NEED IS THE MANIFEST'S   *
      *  R (REQUIRED - THE STREAM HALTS) OR O (OPTIONAL - REPORTED    *
      *  ONLY), DA-FILE-STATUS THE STATUS THE TRIAL OPEN RETURNED AND *
      *  DA-SEVERITY 08 FOR A REQUIRED ENTRY, 04 FOR AN OPTIONAL ONE. *
      *****************************************************************

       01  DSN-AVAIL-EXCP-REC.
           05  DA-BUSINESS-DATE        PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  DA-DDNAME               PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  DA-DISPOSITION          PIC  X(08).
               88  DA-MISSING                      VALUE 'MISSING '.
               88  DA-NO-OPEN                      VALUE 'NOOPEN  '.
           05  FILLER                  PIC  X(01).
           05  DA-NEED                 PIC  X(01).
               88  DA-REQUIRED                     VALUE 'R'.
               88  DA-OPTIONAL                     VALUE 'O'.
           05  FILLER                  PIC  X(01).
           05  DA-FILE-STATUS          PIC  X(02).
           05  FILLER                  PIC  X(01).
           05  DA-SEVERITY             PIC  9(02).
           05  FILLER                  PIC  X(06).
