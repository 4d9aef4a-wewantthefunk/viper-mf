      *****************************************************************
      *  STREAM STEP FLAG - AN OPERATOR'S INSTRUCTION TO STREAMCT FOR *
      *  ONE STEP OF ONE CYCLE, SET ON THE STRC SCREEN (STRMOPER).    *
      *  THE KEYED STRMFLAG FILE HOLDS THE LATEST FLAG PER STEP (CICS *
      *  VIEW STRMFLGF); EVERY CHANGE IS ALSO WRITTEN, IN THIS SAME   *
      *  SHAPE, TO THE SFLG TRANSIENT-DATA DESTINATION, WHOSE DAILY   *
      *  ACCUMULATION IS THE STRMFLOG CHANGE LOG STREAMCT AND         *
      *  SHIFTRPT READ. COPY THIS MEMBER WHEREVER THE RECORD IS READ  *
      *  OR WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM.           *
      *                                                               *
      *  SF-ACTION: H HOLD - THE STREAM PAUSES BEFORE THE STEP AND    *
      *  ALERTS; S SKIP - THE STEP IS RECORDED DELIBERATELY NOT RUN;  *
      *  F FORCE - THE STEP RUNS EVEN THOUGH AN UPSTREAM SEVERITY HAS *
      *  HALTED THE STREAM; R RELEASE - ANY EARLIER FLAG WITHDRAWN. A *
      *  FLAG BINDS ONLY THE CYCLE IN SF-CYCLE-DATE, SO LAST NIGHT'S  *
      *  HOLD NEVER STOPS TONIGHT. THE REASON IS MANDATORY. STAMPS    *
      *  ARE YYYYMMDDHHMMSS. 100 BYTES.                               *
      *****************************************************************

       01  STEP-FLAG-REC.
           05  SF-STEP-NAME            PIC  X(08).
           05  SF-ACTION               PIC  X(01).
               88  SF-HOLD                         VALUE 'H'.
               88  SF-SKIP                         VALUE 'S'.
               88  SF-FORCE                        VALUE 'F'.
               88  SF-RELEASE                      VALUE 'R'.
               88  SF-ACTION-VALID                 VALUE 'H' 'S'
                                                         'F' 'R'.
           05  SF-CYCLE-DATE           PIC  X(08).
           05  SF-REASON               PIC  X(40).
           05  SF-SET-USER             PIC  X(08).
           05  SF-SET-TERM             PIC  X(04).
           05  SF-SET-STAMP            PIC  X(14).
           05  FILLER                  PIC  X(17).
