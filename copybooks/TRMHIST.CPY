      *****************************************************************
      *  TERMINATION HISTORY - ONE ROW APPENDED TO TRMHIST BY RRBTERM *
      *  FOR EVERY NOTICE IT APPLIES TO THE CROSSWALK MASTER, SO THE  *
      *  MASTER'S SINGLE HX-TERM-STATUS/HX-TERM-DATE PAIR IS NEVER    *
      *  THE ONLY RECORD OF WHAT HAPPENED. RSRCHPKT READS IT FOR THE  *
      *  RESEARCH PACKET. COPY THIS MEMBER WHEREVER THE ROW IS READ   *
      *  OR WRITTEN SO THE SHAPE CANNOT DRIFT BETWEEN THEM.           *
      *                                                               *
      *  TH-NOTICE-TYPE IS THE NOTICE AS RECEIVED: D DECEASED, T      *
      *  ENTITLEMENT TERMINATED, R REINSTATEMENT (REVERSES A T), X    *
      *  DEATH REVERSAL (REVERSES A D). TH-EVENT-DATE IS THE NOTICE'S *
      *  EVENT DATE - FOR R AND X, THE REVERSAL DATE. TH-PRIOR-STATUS *
      *  AND TH-PRIOR-DATE ARE WHAT THE MASTER CARRIED BEFORE THE     *
      *  NOTICE WAS APPLIED - ON A REVERSAL, THE TERMINATION IT       *
      *  CLEARED. TH-REVERSAL-REASON IS SPACES ON D AND T. THE        *
      *  IDENTIFIERS ARE FULL - THIS IS A MACHINE-READABLE FILE.      *
      *  80 BYTES.                                                    *
      *****************************************************************

       01  TERM-HISTORY-REC.
           05  TH-RRB-HIC              PIC  X(12).
           05  TH-NOTICE-TYPE          PIC  X(01).
               88  TH-DECEASED                     VALUE 'D'.
               88  TH-TERMINATED                   VALUE 'T'.
               88  TH-REINSTATED                   VALUE 'R'.
               88  TH-DEATH-REVERSED               VALUE 'X'.
           05  TH-EVENT-DATE           PIC  X(08).
           05  TH-REVERSAL-REASON      PIC  X(03).
           05  TH-PRIOR-STATUS         PIC  X(01).
           05  TH-PRIOR-DATE           PIC  X(08).
           05  TH-APPLIED-TIMESTAMP    PIC  X(26).
           05  FILLER                  PIC  X(21).
