      *****************************************************************
      *  BULK LOOKUP RESULT - ONE ROW PER IDENTIFIER ON A BULKREQ     *
      *  REQUEST FILE, IN REQUEST ORDER, WRITTEN BY BULKLKUP AND      *
      *  RETURNED TO THE REQUESTING UNIT. COPY THIS MEMBER WHEREVER   *
      *  THE ROW IS READ OR WRITTEN SO THE SHAPE CANNOT DRIFT.        *
      *                                                               *
      *  BO-SEQ IS THE IDENTIFIER'S POSITION ON THE REQUEST FILE, SO  *
      *  A ROW JOINS BACK TO THE REQUESTER'S SPREADSHEET EVEN WHEN    *
      *  THE IDENTIFIERS ARE MASKED. IDENTIFIERS ARE FULL ONLY FOR A  *
      *  UNIT ON THE BULKENT ENTITLEMENT TABLE; FOR EVERY OTHER UNIT  *
      *  THEY ARE PUT THROUGH MASKHIC (THE SITE MASKING POLICY).      *
      *                                                               *
      *  BO-FOUND IS Y WHEN THE CROSSWALK MASTER HOLDS THE            *
      *  BENEFICIARY; BO-NOT-FOUND-REASON SAYS WHY NOT OTHERWISE.     *
      *  BO-ACK-FOUND AND BO-OUTC-FOUND ARE Y, N, OR U WHEN THAT      *
      *  MASTER COULD NOT BE READ FOR THE RUN. 110 BYTES.             *
      *****************************************************************

       01  BULK-RESULT-REC.
           05  BO-SEQ                  PIC  9(05).
           05  BO-KEY-TYPE             PIC  X(03).
           05  BO-KEY-IN               PIC  X(12).
           05  BO-FOUND                PIC  X(01).
               88  BO-IS-FOUND                     VALUE 'Y'.
           05  BO-NOT-FOUND-REASON     PIC  X(02).
               88  BO-NOT-ON-CROSSWALK             VALUE 'NF'.
               88  BO-BAD-KEY-TYPE                 VALUE 'IT'.
               88  BO-BAD-IDENTIFIER               VALUE 'IF'.
               88  BO-COMPANION-DOWN               VALUE 'NX'.
           05  BO-CROSSWALK.
               10  BO-RRB-HIC          PIC  X(12).
               10  BO-SSA-HIC          PIC  X(11).
               10  BO-SSA-MBI          PIC  X(11).
               10  BO-SSA-BIC          PIC  X(02).
               10  BO-MISMATCH-FLAG    PIC  X(01).
               10  BO-TERM-STATUS      PIC  X(01).
               10  BO-TERM-DATE        PIC  X(08).
           05  BO-ACKNOWLEDGMENT.
               10  BO-ACK-FOUND        PIC  X(01).
               10  BO-ACK-STATUS       PIC  X(01).
               10  BO-ACK-REASON       PIC  X(03).
               10  BO-SENT-DATE        PIC  X(08).
               10  BO-ACK-DATE         PIC  X(08).
               10  BO-ACK-ATTEMPTS     PIC  9(02).
           05  BO-OUTCOME.
               10  BO-OUTC-FOUND       PIC  X(01).
               10  BO-OUTC-CATEGORY    PIC  X(02).
               10  BO-OUTC-CONV-RESULT PIC  X(01).
               10  BO-OUTC-RUN-DATE    PIC  X(08).
           05  FILLER                  PIC  X(06).
