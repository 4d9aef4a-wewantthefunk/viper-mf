      *****************************************************************
      *  TONIGHT'S EXTRACT-DELIVERY EXCEPTIONS - ONE ROW PER SOURCE   *
      *  REGION THE XTRWATCH PRE-STREAM CHECK FOUND MISSING OR STALE  *
      *  AGAINST THE XTRSCHD DELIVERY SCHEDULE. XTRWATCH REWRITES THE *
      *  XTREXCP DATASET WHOLE EVERY RUN; STREAMCT RECORDS EACH ROW   *
      *  ON STRMOUT AND RRBDRIVE LEAVES A STALE OPTIONAL REGION OUT   *
      *  OF THE NIGHT'S CONVERSION. COPY THIS MEMBER WHEREVER THE ROW *
      *  IS READ OR WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM.   *
      *                                                               *
      *  XE-BUSINESS-DATE IS THE CYCLE THE ROW BELONGS TO - A READER  *
      *  IGNORES ROWS FOR ANY OTHER DATE, SO A LEFTOVER FILE FROM AN  *
      *  EARLIER NIGHT NEVER EXCLUDES A GOOD EXTRACT. XE-DD-NUMBER IS *
      *  THE RRBDRIVE INPUT DD THE STALE EXTRACT ARRIVED ON (1 =      *
      *  RRBFILE, 2 = RRBFIL02, 3 = RRBFIL03), ZERO WHEN MISSING.     *
      *****************************************************************

       01  XTR-EXCEPTION-REC.
           05  XE-BUSINESS-DATE        PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  XE-SOURCE-CODE          PIC  X(03).
           05  FILLER                  PIC  X(01).
           05  XE-DISPOSITION          PIC  X(08).
               88  XE-MISSING                      VALUE 'MISSING '.
               88  XE-STALE                        VALUE 'STALE   '.
           05  FILLER                  PIC  X(01).
           05  XE-DD-NUMBER            PIC  9(01).
           05  FILLER                  PIC  X(01).
           05  XE-HEADER-DATE          PIC  X(08).
           05  FILLER                  PIC  X(08).
